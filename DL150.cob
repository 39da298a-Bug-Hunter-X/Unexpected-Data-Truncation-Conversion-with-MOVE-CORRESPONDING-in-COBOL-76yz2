000711*                  AND AMOUNT RIDING THE MERGE CHECKPOINT, AND  *
000712*                  EACH DETAIL CARRIES ITS POSTED AMOUNT.  THE  *
000713*                  TRAILER IS WRITTEN ONLY ON A CLEAN MERGE.    *
000714* 2026-10-15  JL   EACH STREAM'S SOURCE LIST IS NOW HELD TO THE  *
000715*                  SOURCE REGISTRY (SRCREG, SRCREG.CPY) ON THE   *
000716*                  VERIFY PASS - A STREAM CONVERTED UNDER A      *
000717*                  DIFFERENT REGISTRY THAN THE ONE IN FORCE NOW  *
000718*                  REFUSES THE MERGE.  THE PER-SOURCE TABLES     *
000719*                  FOLLOW THE REGISTRY, UP TO 20 SOURCES, AND A  *
000720*                  SOURCE THE REGISTRY FLAGS AS HEADER/TRAILER   *
000721*                  REQUIRED THAT SENT NO TRAILER FAILS THE       *
000722*                  TIE-OUT.                                      *
000723* 2026-10-15  JL   THE MERGE'S BILLING DETAILS NOW CARRY A       *
000724*                  RECORD TYPE, AS DL100'S DO (BILLIF.CPY): AN   *
000725*                  ADD BILLS A CHARGE, A CHANGE AN ADJUSTMENT OF *
000726*                  THE DIFFERENCE FROM THE BEFORE IMAGE 3400     *
000727*                  FETCHES, AND A DELETE - UNBILLED UNTIL NOW -  *
000728*                  A REVERSAL OF THE BEFORE IMAGE'S AMOUNT. THE  *
000729*                  PER-TYPE AMOUNTS RIDE THE MERGE CHECKPOINT    *
000730*                  AND THE TRAILER CARRIES COUNT, GROSS AND NET  *
000731*                  BY TYPE.                                      *
000732* 2026-10-15  JL   AN ADD OR CHANGE OVER THE RUN-PARM HOLD       *
000733*                  LIMIT, OR A CHANGE MOVING THE AMOUNT BY MORE  *
000734*                  THAN THE HOLD PERCENT OF THE BEFORE IMAGE, IS *
000735*                  WRITTEN TO DBHOLD INSTEAD OF APPLIED, AS IN   *
000736*                  DL100, FOR THE DAYTIME DL270 REVIEW. HELD     *
000737*                  COUNT AND TOTAL ARE REPORTED AND              *
000738*                  CHECKPOINTED.                                 *
000739* 2026-10-15  JL   A RE-KEY (TRANS CODE K) FROM A STREAM MOVES   *
000740*                  THE MASTER RECORD TO ITS NEW KEY AS DL100     *
000741*                  DOES, JOURNALED AS A LINKED PAIR              *
000742*                  (DB-JRNL-LINK-KEY), NOT BILLED, COUNTED AND   *
000743*                  CHECKPOINTED ON ITS OWN.                      *
000744* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000745*                  RETURN CODE ON THE STEP CONTROL FILE          *
000746*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000747*                  THE END RECORD CARRIES THE RUN'S KEY COUNTS   *
000748*                  FOR DL900.                                    *
000749* 2026-10-15  JL   THE DBDUPES RECORDS GATHERED FROM THE STREAMS *
000750*                  ARE NOW 47 BYTES - EACH CARRIES THE SOURCE    *
000751*                  AND TRANS CODE IT ARRIVED WITH (DBDUPES.CPY). *
000752* 2026-10-15  JL   A RE-KEY WHOSE OLD KEY WILL NOT DELETE TAKES  *
000753*                  THE NEW KEY OFF AGAIN AND IS REJECTED         *
000754*                  UNCOUNTED; A FAILED BACK-OUT STOPS THE RUN    *
000755*                  WITH RC 16.                                   *
000756*                                                                *
000757*****************************************************************
000758 IDENTIFICATION DIVISION.
000759 PROGRAM-ID. DL150.
000760 AUTHOR. J. LOGAN.
000761 INSTALLATION. DATA CONVERSION UNIT.
000762 DATE-WRITTEN. 2026-08-21.
000763 DATE-COMPILED.
000764 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT STREAM-CTL-FILE ASSIGN USING DL150-STRMCTL-DD
001144     SELECT MERGE-CHKPT-FILE ASSIGN TO "MRGCHKPT"
001145         ORGANIZATION IS LINE SEQUENTIAL
001146         FILE STATUS IS DL150-CHKPT-STATUS.
001147     SELECT DB-HOLD-FILE    ASSIGN TO "DBHOLD"
001148         ORGANIZATION IS LINE SEQUENTIAL
001149         FILE STATUS IS DL150-HOLD-STATUS.
001150     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
001151         ORGANIZATION IS LINE SEQUENTIAL
001152         FILE STATUS IS DL150-SRCREG-STATUS.
001153     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
001154         ORGANIZATION IS LINE SEQUENTIAL
001155         FILE STATUS IS DL150-STEPCTL-STATUS.
001156 DATA DIVISION.
001160 FILE SECTION.
001170 FD  STREAM-CTL-FILE.
001180     COPY STRMCTL.
001230 FD  REJECT-IN-FILE.
001240 01  REJECT-IN-RECORD                PIC X(141).
001250 FD  DUPES-IN-FILE.
001260 01  DUPES-IN-RECORD                 PIC X(47).
001270 FD  DB-OUT-FILE.
001280     COPY DBRECORD.
001290 FD  BILL-INTERFACE-FILE.
001360 FD  DB-REJECT-FILE.
001370     COPY DBREJECT.
001380 FD  DUP-FILE.
001390 01  DUP-RECORD                      PIC X(47).
001400 FD  RECON-RPT-FILE.
001410 01  RECON-RPT-LINE                  PIC X(80).
001420 FD  RUN-PARM-FILE.
001430 01  RUN-PARM-RECORD.
001440     05  FILLER                      PIC X(29).
001450     05  RUN-PARM-OVERRIDE           PIC X(08).
001455     05  RUN-PARM-HOLD-AMOUNT        PIC 9(11)V99.
001460     05  RUN-PARM-HOLD-PERCENT       PIC 9(03)V99.
001465     05  FILLER                      PIC X(25).
001470 FD  RUN-CAL-FILE.
001480     COPY RUNCAL.
001481 FD  DB-JOURNAL-FILE.
001493     05  MCHK-MASTER-REJECTS         PIC 9(09).
001494     05  MCHK-BILLED-COUNT           PIC 9(09).
001495     05  MCHK-BILLED-AMOUNT          PIC 9(11)V99.
001496     05  MCHK-STREAM-DONE-FLAGS.
001497         10  MCHK-STREAM-DONE-SW     OCCURS 9 TIMES PIC X(01).
001498     05  MCHK-BILL-CHG-TOTAL         PIC 9(11)V99.
001499     05  MCHK-BILL-ADJ-DEBIT         PIC 9(11)V99.
001500     05  MCHK-BILL-ADJ-CREDIT        PIC 9(11)V99.
001501     05  MCHK-BILL-REV-TOTAL         PIC 9(11)V99.
001502     05  MCHK-HELD-COUNT             PIC 9(09).
001503     05  MCHK-HELD-AMOUNT            PIC 9(11)V99.
001504     05  MCHK-REKEYS-APPLIED         PIC 9(09).
001505 FD  DB-HOLD-FILE.
001506     COPY DBHOLD.
001507 FD  SOURCE-REG-FILE.
001508 01  SOURCE-REG-FILE-RECORD          PIC X(80).
001509 FD  STEP-CTL-FILE.
001510 01  STEP-CTL-FILE-RECORD            PIC X(80).
001511 WORKING-STORAGE SECTION.
001512 77  DL150-STRMCTL-DD                PIC X(09) VALUE "STRMCTL".
001513 77  DL150-DBTRAN-DD                 PIC X(09) VALUE "DBTRAN".
001520 77  DL150-AUDIT-IN-DD               PIC X(09) VALUE "AUDITLOG".
001530 77  DL150-REJECT-IN-DD              PIC X(09) VALUE "DBREJECT".
001540 77  DL150-DUPES-IN-DD               PIC X(09) VALUE "DBDUPES".
001660 77  DL150-CAL-RUN-STATUS            PIC X(01) VALUE SPACE.
001661 77  DL150-LAST-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
001662 77  DL150-MERGE-PERIOD              PIC 9(06) VALUE ZERO.
001663 77  DL150-RUN-ID                    PIC X(14) VALUE SPACES.
001664 77  DL150-CURR-DATE-8               PIC 9(08).
001665 77  DL150-CURR-TIME-6               PIC 9(06).
001666 77  DL150-RUN-TIMESTAMP             PIC 9(14).
001667 77  DL150-JOURNAL-STATUS            PIC X(02) VALUE "00".
001668 77  DL150-JRNL-ACTION               PIC X(01) VALUE SPACE.
001669 77  DL150-BEFORE-IMAGE              PIC X(86) VALUE SPACES.
001670 77  DL150-AFTER-IMAGE               PIC X(86) VALUE SPACES.
001671 77  DL150-JRNL-LINK-KEY             PIC X(10) VALUE SPACES.
001672 77  DL150-NEW-RECORD-SAVE           PIC X(86) VALUE SPACES.
001673 77  DL150-BEFORE-FIELD1             PIC X(20) VALUE SPACES.
001674 77  DL150-BEFORE-FIELD3             PIC X(20) VALUE SPACES.
001675 77  DL150-BEFORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001676 77  DL150-BILL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001679 77  DL150-CHKPT-STATUS              PIC X(02) VALUE "00".
001680 77  DL150-CHKPT-EXISTS-SW           PIC X(01) VALUE "N".
001681     88  DL150-CHKPT-EXISTS          VALUE "Y".
001693 77  DL150-DUPES-COPIED-CT           PIC 9(09) VALUE ZERO COMP.
001698 77  DL150-BILLED-CT                 PIC 9(09) VALUE ZERO COMP.
001699 77  DL150-BILLED-TOTAL              PIC 9(11)V99 VALUE ZERO.
001700 77  DL150-BILL-CHG-TOTAL            PIC 9(11)V99 VALUE ZERO.
001701 77  DL150-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
001702 77  DL150-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
001703 77  DL150-BILL-REV-TOTAL            PIC 9(11)V99 VALUE ZERO.
001704 77  DL150-HOLD-STATUS               PIC X(02) VALUE "00".
001705 77  DL150-HOLD-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001706 77  DL150-HOLD-PERCENT              PIC 9(03)V99 VALUE ZERO.
001707 77  DL150-HOLD-SW                   PIC X(01) VALUE "N".
001708     88  DL150-HOLD-ITEM             VALUE "Y".
001709 77  DL150-HOLD-REASON               PIC X(30) VALUE SPACES.
001710 77  DL150-HOLD-MOVE                 PIC 9(11)V99 VALUE ZERO.
001711 77  DL150-HOLD-MOVE-PCT             PIC 9(15)V99 VALUE ZERO.
001712 77  DL150-HOLD-ALLOWED              PIC 9(15)V99 VALUE ZERO.
001713 77  DL150-HELD-CT                   PIC 9(09) VALUE ZERO COMP.
001714 77  DL150-HELD-TOTAL                PIC 9(11)V99 VALUE ZERO.
001715 77  DL150-STEPCTL-STATUS            PIC X(02) VALUE "00".
001716 77  DL150-STEP-STARTED-SW           PIC X(01) VALUE "N".
001717     88  DL150-STEP-STARTED          VALUE "Y".
001718 77  DL150-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001719 77  DL150-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001720 77  DL150-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001721 01  DL150-STREAM-DONE-TABLE.
001722     05  DL150-SD-DONE-SW            OCCURS 9 TIMES PIC X(01).
001723 77  DL150-MASTER-STATUS             PIC X(02) VALUE "00".
001724 77  DL150-MASTER-ACTION-OK-SW       PIC X(01) VALUE "Y".
001725     88  DL150-MASTER-ACTION-OK      VALUE "Y".
001726 77  DL150-MERGE-OK-SW               PIC X(01) VALUE "Y".
001727     88  DL150-MERGE-OK              VALUE "Y".
001730 77  DL150-TRAN-EOF-SW               PIC X(01) VALUE "N".
001740     88  DL150-TRAN-EOF              VALUE "Y".
001750 77  DL150-COPY-EOF-SW               PIC X(01) VALUE "N".
001850 77  DL150-REJECTED-SUM              PIC 9(09) VALUE ZERO COMP.
001860 77  DL150-DUPED-SUM                 PIC 9(09) VALUE ZERO COMP.
001870 77  DL150-CONTROL-SUM               PIC 9(11)V99 VALUE ZERO.
001880 77  DL150-SOURCE-IDX                PIC 9(02) VALUE ZERO COMP.
001890 77  DL150-FIRST-STREAM              PIC 9(01) VALUE ZERO COMP.
001891 77  DL150-SRCREG-STATUS             PIC X(02) VALUE "00".
001892 77  DL150-SRCREG-EOF-SW             PIC X(01) VALUE "N".
001893     88  DL150-SRCREG-EOF            VALUE "Y".
001894 77  DL150-REG-CT                    PIC 9(02) VALUE ZERO COMP.
001895 77  DL150-REG-MATCH-SW              PIC X(01) VALUE "Y".
001896     88  DL150-REG-MATCH             VALUE "Y".
001897*    THE SOURCE REGISTRY, POSITION FOR POSITION - DL100 BUILDS
001898*    EACH STREAM'S SOURCE GROUPS IN THE SAME ORDER.
001899 01  DL150-REG-TABLE.
001900     05  DL150-REG-ENTRY OCCURS 20 TIMES.
001901         10  DL150-REG-CODE          PIC X(03).
001902         10  DL150-REG-HDR-REQ-SW    PIC X(01).
001903     COPY SRCREG.
001906 77  DL150-TRAN-COUNT                PIC 9(09) VALUE ZERO COMP.
001910 77  DL150-TIE-FAIL-SW               PIC X(01) VALUE "N".
001920     88  DL150-TIE-FAIL              VALUE "Y".
001930 01  DL150-SRC-SUM-TABLE.
001940     05  DL150-SRC-SUM-ENTRY OCCURS 20 TIMES.
001950         10  DL150-SRC-READ-SUM      PIC 9(09).
001960         10  DL150-SRC-TOTAL-SUM     PIC 9(11)V99.
001970 77  DL150-ADDS-APPLIED-CT           PIC 9(09) VALUE ZERO COMP.
001980 77  DL150-CHANGES-APPLIED-CT       PIC 9(09) VALUE ZERO COMP.
001990 77  DL150-DELETES-APPLIED-CT       PIC 9(09) VALUE ZERO COMP.
001995 77  DL150-REKEYS-APPLIED-CT        PIC 9(09) VALUE ZERO COMP.
002000 77  DL150-MASTER-REJECTS-CT        PIC 9(09) VALUE ZERO COMP.
002010 01  DL150-RPT-STREAM-LINE.
002020     05  FILLER                      PIC X(07) VALUE "STREAM ".
002490         VALUE "DELETES APPLIED.....".
002500     05  DL150-RPT-DELETES-CT        PIC ZZZZZZZZ9.
002510     05  FILLER                      PIC X(51) VALUE SPACES.
002511 01  DL150-RPT-REKEYS-LINE.
002512     05  FILLER                      PIC X(20)
002513         VALUE "RE-KEYS APPLIED.....".
002514     05  DL150-RPT-REKEYS-CT         PIC ZZZZZZZZ9.
002515     05  FILLER                      PIC X(51) VALUE SPACES.
002520 01  DL150-RPT-MREJECT-LINE.
002530     05  FILLER                      PIC X(20)
002540         VALUE "MASTER REJECTS......".
002640         VALUE "RECORDS DUPLICATED..".
002650     05  DL150-RPT-DUPED-CT          PIC ZZZZZZZZ9.
002660     05  FILLER                      PIC X(51) VALUE SPACES.
002661 01  DL150-RPT-HELD-LINE.
002662     05  FILLER                      PIC X(20)
002663         VALUE "RECORDS HELD........".
002664     05  DL150-RPT-HELD-CT           PIC ZZZZZZZZ9.
002665     05  FILLER                      PIC X(51) VALUE SPACES.
002666 01  DL150-RPT-HELD-TOTAL-LINE.
002667     05  FILLER                      PIC X(20)
002668         VALUE "HELD TOTAL..........".
002669     05  DL150-RPT-HELD-TOT          PIC ZZZZZZZZZZ9.99.
002670     05  FILLER                      PIC X(46) VALUE SPACES.
002675 01  DL150-RPT-CONTROL-LINE.
002680     05  FILLER                      PIC X(20)
002690         VALUE "CONTROL TOTAL.......".
002700     05  DL150-RPT-CONTROL-TOT       PIC ZZZZZZZZZZ9.99.
003220         10  DL150-CT-REJECTED       PIC 9(09).
003230         10  DL150-CT-DUPED          PIC 9(09).
003240         10  DL150-CT-TOTAL          PIC 9(11)V99.
003250         10  DL150-CT-SRC-GROUP OCCURS 20 TIMES.
003260             15  DL150-CT-SRC-PRESENT PIC X(01).
003270             15  DL150-CT-SRC-CODE   PIC X(03).
003280             15  DL150-CT-SRC-TRL-SEEN PIC X(01).
003340*            THE RAW RECORD IMAGE RIDES ALONG SO A CLEAN MERGE
003350*            CAN REWRITE THE CONTROL RECORD AS CONSUMED ("M")
003360*            WITHOUT REBUILDING IT FIELD BY FIELD.
003370         10  DL150-CT-IMAGE          PIC X(1078).
003380 01  DL150-RPT-NOAPPLY-LINE          PIC X(80) VALUE
003390     "*** MERGE NOT PERFORMED - MASTER UNTOUCHED ***".
003400 01  DL150-RPT-INCOMPLETE-LINE.
003440     05  FILLER                      PIC X(32)
003450         VALUE " NOT COMPLETE - MERGE STOPPED **".
003460     05  FILLER                      PIC X(36) VALUE SPACES.
003461 01  DL150-RPT-REGMIS-LINE.
003462     05  FILLER                      PIC X(11)
003463         VALUE "*** STREAM ".
003464     05  DL150-RPT-REG-ID            PIC X(01).
003465     05  FILLER                      PIC X(40)
003466         VALUE " SOURCE LIST DOES NOT MATCH REGISTRY ***".
003467     05  FILLER                      PIC X(28) VALUE SPACES.
003468 01  DL150-RPT-SRC-FRAME-LINE.
003469     05  FILLER                      PIC X(07) VALUE "SOURCE ".
003470     05  DL150-RPT-SRC-FRM-CODE      PIC X(03).
003471     05  FILLER                      PIC X(44)
003472         VALUE "  *** HEADER/TRAILER REQUIRED - NOT SENT ***".
003473     05  FILLER                      PIC X(26) VALUE SPACES.
003474*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
003475     COPY STEPCTL.
003476 PROCEDURE DIVISION.
003480 0000-MAINLINE.
003485     PERFORM 8500-START-STEP THRU 8500-EXIT.
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     PERFORM 2000-VERIFY-STREAMS THRU 2000-EXIT.
003510     PERFORM 2500-MERGE-STREAMS THRU 2500-EXIT.
003610     PERFORM 1010-READ-OVERRIDE-CARD THRU 1010-EXIT.
003620     PERFORM 1020-READ-CALENDAR THRU 1020-EXIT.
003621     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
003622     PERFORM 1030-LOAD-REGISTRY THRU 1030-EXIT.
003630     MOVE SPACES TO DL150-RUN-ID.
003640     STRING "DL150-" DL150-BUSINESS-DATE DELIMITED BY SIZE
003650         INTO DL150-RUN-ID.
003660     PERFORM 1050-INIT-ONE-SRC-SUM THRU 1050-EXIT
003670         VARYING DL150-SOURCE-IDX FROM 1 BY 1
003680         UNTIL DL150-SOURCE-IDX > 20.
003690     OPEN OUTPUT RECON-RPT-FILE.
003700 1000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 1010-READ-OVERRIDE-CARD PICKS UP THE SAME OVERRIDE CARD
003740* CONVENTION DL100 HONORS (COLS 30-37 OF RUN-PARM).  NO CARD
003745* MEANS NO OVERRIDE.  THE HIGH-VALUE HOLD LIMIT AND PERCENT
003750* (COLS 38-55) ARE TAKEN FROM THE SAME CARD; BLANK OR ZERO
003755* TURNS THAT TEST OFF.
003760*----------------------------------------------------------------
003770 1010-READ-OVERRIDE-CARD.
003780     OPEN INPUT RUN-PARM-FILE.
003860             IF RUN-PARM-OVERRIDE = "OVERRIDE"
003870                 MOVE "Y" TO DL150-OVERRIDE-SW
003880             END-IF
003881             IF RUN-PARM-HOLD-AMOUNT IS NUMERIC
003882                 MOVE RUN-PARM-HOLD-AMOUNT TO DL150-HOLD-AMOUNT
003883             END-IF
003884             IF RUN-PARM-HOLD-PERCENT IS NUMERIC
003885                 MOVE RUN-PARM-HOLD-PERCENT TO DL150-HOLD-PERCENT
003886             END-IF
003890     END-READ.
003900     CLOSE RUN-PARM-FILE.
003910 1010-EXIT.
004310 1050-EXIT.
004320     EXIT.
004321*----------------------------------------------------------------
004322* 1030-LOAD-REGISTRY READS THE SOURCE REGISTRY THE STREAMS ARE
004323* HELD TO ON THE VERIFY PASS.  WITH NO REGISTRY THERE IS NOTHING
004324* TO HOLD THEM TO, SO THE MERGE STOPS BEFORE ANYTHING IS OPENED.
004325*----------------------------------------------------------------
004326 1030-LOAD-REGISTRY.
004327     MOVE SPACES TO DL150-REG-TABLE.
004328     OPEN INPUT SOURCE-REG-FILE.
004329     IF DL150-SRCREG-STATUS NOT = "00"
004330         DISPLAY "DL150: SOURCE REGISTRY (SRCREG) NOT AVAILABLE"
004331             " - STATUS " DL150-SRCREG-STATUS
004332         MOVE 16 TO RETURN-CODE
004333         GO TO 9999-EXIT
004334     END-IF.
004335     PERFORM 1040-LOAD-ONE-ENTRY THRU 1040-EXIT
004336         UNTIL DL150-SRCREG-EOF.
004337     CLOSE SOURCE-REG-FILE.
004338     IF DL150-REG-CT = ZERO
004339         DISPLAY "DL150: SOURCE REGISTRY (SRCREG) IS EMPTY"
004340         MOVE 16 TO RETURN-CODE
004341         GO TO 9999-EXIT
004342     END-IF.
004343 1030-EXIT.
004344     EXIT.
004345 1040-LOAD-ONE-ENTRY.
004346     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
004347         AT END
004348             SET DL150-SRCREG-EOF TO TRUE
004349             GO TO 1040-EXIT
004350     END-READ.
004351     IF DL150-REG-CT NOT < 20
004352         GO TO 1040-EXIT
004353     END-IF.
004354     ADD 1 TO DL150-REG-CT.
004355     MOVE SRC-REG-CODE TO DL150-REG-CODE (DL150-REG-CT).
004356     MOVE SRC-REG-HDR-TRL-REQ
004357         TO DL150-REG-HDR-REQ-SW (DL150-REG-CT).
004358 1040-EXIT.
004359     EXIT.
004360*----------------------------------------------------------------
004361* 1200-READ-CHECKPOINT READS THE MERGE CHECKPOINT A PRIOR,
004362* ABORTED MERGE LEFT BEHIND.  A LIVE CHECKPOINT (A STREAM IN
004363* PROGRESS OR ANY STREAM ALREADY FINISHED) PUTS THIS RUN IN
004364* RESTART MODE: FINISHED STREAMS ARE NOT RE-APPLIED OR
004365* RE-COPIED, THE IN-PROGRESS STREAM RESUMES AT ITS FIRST
004366* UNAPPLIED TRANSACTION AND FIRST UNCOPIED RECORD, AND THE
004367* APPLIED COUNTS CARRY FORWARD SO THE CONSOLIDATED REPORT
004368* COVERS THE WHOLE NIGHT.  NO FILE, OR A RESET ONE, MEANS A
004369* NORMAL RUN FROM THE TOP.
004370*----------------------------------------------------------------
004371 1200-READ-CHECKPOINT.
004372     MOVE ALL "N" TO DL150-STREAM-DONE-TABLE.
004373     OPEN INPUT MERGE-CHKPT-FILE.
004374     IF DL150-CHKPT-STATUS = "35"
004375         GO TO 1200-EXIT
004376     END-IF.
004377     READ MERGE-CHKPT-FILE
004378         AT END
004379             GO TO 1200-CLOSE
004380     END-READ.
004381     IF MCHK-CURR-STREAM > ZERO
004382        OR MCHK-STREAM-DONE-FLAGS NOT = "NNNNNNNNN"
004383         SET DL150-CHKPT-EXISTS TO TRUE
004384         MOVE MCHK-CURR-STREAM     TO DL150-RESUME-STREAM
004385         MOVE MCHK-TRANS-APPLIED   TO DL150-RESUME-TRANS
004386         MOVE MCHK-AUDIT-COPIED    TO DL150-RESUME-AUDIT
004387         MOVE MCHK-REJECTS-COPIED  TO DL150-RESUME-REJECTS
004388         MOVE MCHK-DUPES-COPIED    TO DL150-RESUME-DUPES
004389         MOVE MCHK-ADDS-APPLIED    TO DL150-ADDS-APPLIED-CT
004390         MOVE MCHK-CHANGES-APPLIED TO DL150-CHANGES-APPLIED-CT
004391         MOVE MCHK-DELETES-APPLIED TO DL150-DELETES-APPLIED-CT
004392         MOVE MCHK-MASTER-REJECTS  TO DL150-MASTER-REJECTS-CT
004393         MOVE MCHK-BILLED-COUNT    TO DL150-BILLED-CT
004394         MOVE MCHK-BILLED-AMOUNT   TO DL150-BILLED-TOTAL
004395         MOVE MCHK-STREAM-DONE-FLAGS
004396             TO DL150-STREAM-DONE-TABLE
004397*        AN OLDER CHECKPOINT HAS NO BILLED AMOUNTS BY RECORD
004398*        TYPE - LEAVE THEM AT ZERO RATHER THAN ABENDING.
004399         IF MCHK-BILL-CHG-TOTAL IS NUMERIC
004400             MOVE MCHK-BILL-CHG-TOTAL  TO DL150-BILL-CHG-TOTAL
004401             MOVE MCHK-BILL-ADJ-DEBIT  TO DL150-BILL-ADJ-DEBIT
004402             MOVE MCHK-BILL-ADJ-CREDIT TO DL150-BILL-ADJ-CREDIT
004403             MOVE MCHK-BILL-REV-TOTAL  TO DL150-BILL-REV-TOTAL
004404         END-IF
004405*        NOR THE ITEMS HELD FOR REVIEW.
004406         IF MCHK-HELD-COUNT IS NUMERIC
004407             MOVE MCHK-HELD-COUNT      TO DL150-HELD-CT
004408             MOVE MCHK-HELD-AMOUNT     TO DL150-HELD-TOTAL
004409         END-IF
004410*        NOR THE RE-KEYS.
004411         IF MCHK-REKEYS-APPLIED IS NUMERIC
004412             MOVE MCHK-REKEYS-APPLIED  TO DL150-REKEYS-APPLIED-CT
004413         END-IF
004414         DISPLAY "DL150: RESTART - RESUMING MERGE FROM "
004415             "CHECKPOINT"
004416     END-IF.
004417 1200-CLOSE.
004418     CLOSE MERGE-CHKPT-FILE.
004419 1200-EXIT.
004420     EXIT.
004421*----------------------------------------------------------------
004422* 1100-OPEN-MERGE-FILES OPENS THE MASTER FOR UPDATE AND THE
004423* CONSOLIDATED OUTPUT FILES, ONCE THE VERIFY PASS HAS CLEARED
004424* THE RUN.  THE MASTER IS CREATED EMPTY AND REOPENED ON THE
004425* FIRST EVER RUN, AS IN DL100.
004426*----------------------------------------------------------------
004427 1100-OPEN-MERGE-FILES.
004428     OPEN I-O DB-OUT-FILE.
004429     IF DL150-MASTER-STATUS = "35"
004430         OPEN OUTPUT DB-OUT-FILE
004431         CLOSE DB-OUT-FILE
004440         OPEN I-O DB-OUT-FILE
004450     END-IF.
004460     IF DL150-MASTER-STATUS NOT = "00"
004523         PERFORM 3350-WRITE-BILLING-HEADER THRU 3350-EXIT
004530         OPEN OUTPUT AUDIT-LOG-FILE
004540         OPEN OUTPUT DB-REJECT-FILE
004543         OPEN OUTPUT DUP-FILE
004546     END-IF.
004551*    THE CHANGE JOURNAL APPENDS BEHIND WHATEVER THE NIGHT HAS
004552*    ALREADY WRITTEN - DL110 IS THE ONLY JOB THAT RESTARTS IT.
004553     OPEN EXTEND DB-JOURNAL-FILE.
004560         MOVE 16 TO RETURN-CODE
004561         GO TO 9999-EXIT
004562     END-IF.
004563*    HELD ITEMS APPEND TO THE HOLD FILE UNTIL DL270 REVIEWS THEM.
004564     OPEN EXTEND DB-HOLD-FILE.
004565     IF DL150-HOLD-STATUS = "35"
004566         OPEN OUTPUT DB-HOLD-FILE
004567     END-IF.
004568     IF DL150-HOLD-STATUS NOT = "00"
004569         DISPLAY "DL150: CANNOT OPEN HOLD FILE - STATUS "
004570             DL150-HOLD-STATUS
004571         MOVE 16 TO RETURN-CODE
004572         GO TO 9999-EXIT
004573     END-IF.
004575     MOVE "Y" TO DL150-MERGE-OPENED-SW.
004577 1100-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 2000-VERIFY-STREAMS IS THE FIRST OF TWO PASSES.  EVERY
005100                 TO DL150-CT-TOTAL (DL150-STREAM-IDX)
005110             PERFORM 2150-SAVE-ONE-SOURCE THRU 2150-EXIT
005120                 VARYING DL150-SOURCE-IDX FROM 1 BY 1
005130                 UNTIL DL150-SOURCE-IDX > 20
005140             MOVE STRM-CTL-COMPLETE
005150                 TO DL150-CT-COMPLETE (DL150-STREAM-IDX)
005160             MOVE STREAM-CTL-RECORD
005170                 TO DL150-CT-IMAGE (DL150-STREAM-IDX)
005180     END-READ.
005190     CLOSE STREAM-CTL-FILE.
005191*    A STREAM CONVERTED UNDER A DIFFERENT SOURCE REGISTRY THAN
005192*    THE ONE IN FORCE NOW CANNOT BE TIED OUT SOURCE BY SOURCE.
005193     MOVE "Y" TO DL150-REG-MATCH-SW.
005194     PERFORM 2160-MATCH-ONE-SOURCE THRU 2160-EXIT
005195         VARYING DL150-SOURCE-IDX FROM 1 BY 1
005196         UNTIL DL150-SOURCE-IDX > 20.
005197     IF NOT DL150-REG-MATCH
005198         MOVE "N" TO DL150-MERGE-OK-SW
005199         MOVE DL150-CT-STREAM-ID (DL150-STREAM-IDX)
005200             TO DL150-RPT-REG-ID
005201         MOVE DL150-RPT-REGMIS-LINE TO RECON-RPT-LINE
005202         WRITE RECON-RPT-LINE
005203         DISPLAY "DL150: STREAM "
005204             DL150-CT-STREAM-ID (DL150-STREAM-IDX)
005205             " SOURCE LIST DOES NOT MATCH REGISTRY"
005206         GO TO 2100-EXIT
005207     END-IF.
005208     IF DL150-CT-COMPLETE (DL150-STREAM-IDX) = "C"
005210         PERFORM 2300-COUNT-STREAM-TRANS THRU 2300-EXIT
005220         GO TO 2100-EXIT
005230     END-IF.
005690            (DL150-STREAM-IDX, DL150-SOURCE-IDX).
005700 2150-EXIT.
005710     EXIT.
005711 2160-MATCH-ONE-SOURCE.
005712     IF DL150-CT-SRC-CODE (DL150-STREAM-IDX, DL150-SOURCE-IDX)
005713        NOT = DL150-REG-CODE (DL150-SOURCE-IDX)
005714         MOVE "N" TO DL150-REG-MATCH-SW
005715     END-IF.
005716 2160-EXIT.
005717     EXIT.
005720*----------------------------------------------------------------
005730* 2300-COUNT-STREAM-TRANS COUNTS THE STREAM'S TRANSACTION FILE
005740* ON THE VERIFY PASS AND REFUSES THE MERGE WHEN THE COUNT DOES
006510     END-IF.
006520     PERFORM 2650-SUM-ONE-SOURCE THRU 2650-EXIT
006530         VARYING DL150-SOURCE-IDX FROM 1 BY 1
006540         UNTIL DL150-SOURCE-IDX > 20.
006550     MOVE DL150-CT-STREAM-ID (DL150-STREAM-IDX)
006560         TO DL150-RPT-STRM-ID.
006570     MOVE DL150-CT-READ (DL150-STREAM-IDX)
007421             MOVE "D"    TO DL150-JRNL-ACTION
007422             MOVE SPACES TO DL150-AFTER-IMAGE
007423             PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT
007426             PERFORM 3320-WRITE-BILLING-REVERSAL THRU 3320-EXIT
007430         ELSE
007440             MOVE "DELETE - KEY NOT ON MASTER"
007450                 TO DB-REJECT-REASON
007470         END-IF
007480         GO TO 3100-CHECKPOINT
007490     END-IF.
007492     IF DB-TRAN-CODE = "K"
007494         PERFORM 3600-APPLY-REKEY THRU 3600-EXIT
007496         GO TO 3100-CHECKPOINT
007498     END-IF.
007500     IF DB-TRAN-CODE = "C"
007501         PERFORM 3400-FETCH-BEFORE-IMAGE THRU 3400-EXIT
007502         PERFORM 3150-CHECK-HOLD THRU 3150-EXIT
007503         IF DL150-HOLD-ITEM
007504             PERFORM 3160-WRITE-HOLD THRU 3160-EXIT
007505             GO TO 3100-CHECKPOINT
007506         END-IF
007510         REWRITE DB-RECORD
007520             INVALID KEY
007530                 MOVE "N" TO DL150-MASTER-ACTION-OK-SW
007561             MOVE "R"       TO DL150-JRNL-ACTION
007562             MOVE DB-RECORD TO DL150-AFTER-IMAGE
007563             PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT
007571             PERFORM 3310-WRITE-BILLING-ADJUSTMENT THRU 3310-EXIT
007580         ELSE
007590             MOVE "CHANGE - KEY NOT ON MASTER"
007600                 TO DB-REJECT-REASON
007620         END-IF
007630         GO TO 3100-CHECKPOINT
007640     END-IF.
007641     PERFORM 3150-CHECK-HOLD THRU 3150-EXIT.
007642     IF DL150-HOLD-ITEM
007643         PERFORM 3160-WRITE-HOLD THRU 3160-EXIT
007644         GO TO 3100-CHECKPOINT
007645     END-IF.
007650     WRITE DB-RECORD
007660         INVALID KEY
007670             MOVE "N" TO DL150-MASTER-ACTION-OK-SW
007760     END-IF.
007761*    APPLIED OR MASTER-REJECTED, THE TRANSACTION IS CONSUMED -
007762*    CHECKPOINT SO A CRASH ON THE NEXT ONE RESUMES RIGHT HERE.
007763*    A HELD TRANSACTION IS CONSUMED THE SAME WAY.
007764 3100-CHECKPOINT.
007765     ADD 1 TO DL150-TRANS-CONSUMED-CT.
007766     PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT.
007770 3100-EXIT.
007780     EXIT.
007781*----------------------------------------------------------------
007782* 3150-CHECK-HOLD APPLIES DL100'S HIGH-VALUE HOLD TEST AT MERGE
007783* TIME, WHERE A SPLIT NIGHT ACTUALLY POSTS: AN ADD OR CHANGE
007784* WHOSE NEW AMOUNT IS OVER THE HOLD LIMIT, OR A CHANGE MOVING
007785* THE AMOUNT BY MORE THAN THE HOLD PERCENT OF THE BEFORE IMAGE,
007786* IS HELD.  AN ADD FOR A KEY ALREADY ON THE MASTER, OR A CHANGE
007787* FOR ONE THAT IS NOT, IS LEFT TO REJECT AS IT ALWAYS DID.  A
007788* CHANGE ARRIVES WITH 3400 ALREADY PERFORMED.
007789*----------------------------------------------------------------
007790 3150-CHECK-HOLD.
007791     MOVE "N" TO DL150-HOLD-SW.
007792     MOVE SPACES TO DL150-HOLD-REASON.
007793     IF DL150-HOLD-AMOUNT = ZERO AND DL150-HOLD-PERCENT = ZERO
007794         GO TO 3150-EXIT
007795     END-IF.
007796     IF DB-TRAN-CODE = "C"
007797         IF DL150-BEFORE-IMAGE = SPACES
007798             GO TO 3150-EXIT
007799         END-IF
007800     ELSE
007801         PERFORM 3400-FETCH-BEFORE-IMAGE THRU 3400-EXIT
007802         IF DL150-BEFORE-IMAGE NOT = SPACES
007803             GO TO 3150-EXIT
007804         END-IF
007805     END-IF.
007806     IF DL150-HOLD-AMOUNT > ZERO
007807        AND DB-RECORD-NUMERIC-FIELD > DL150-HOLD-AMOUNT
007808         MOVE "AMOUNT OVER HOLD LIMIT" TO DL150-HOLD-REASON
007809         SET DL150-HOLD-ITEM TO TRUE
007810         GO TO 3150-EXIT
007811     END-IF.
007812     IF DB-TRAN-CODE NOT = "C" OR DL150-HOLD-PERCENT = ZERO
007813         GO TO 3150-EXIT
007814     END-IF.
007815     IF DB-RECORD-NUMERIC-FIELD > DL150-BEFORE-AMOUNT
007816         SUBTRACT DL150-BEFORE-AMOUNT FROM DB-RECORD-NUMERIC-FIELD
007817             GIVING DL150-HOLD-MOVE
007818     ELSE
007819         SUBTRACT DB-RECORD-NUMERIC-FIELD FROM DL150-BEFORE-AMOUNT
007820             GIVING DL150-HOLD-MOVE
007821     END-IF.
007822     MULTIPLY DL150-HOLD-MOVE BY 100 GIVING DL150-HOLD-MOVE-PCT.
007823     MULTIPLY DL150-BEFORE-AMOUNT BY DL150-HOLD-PERCENT
007824         GIVING DL150-HOLD-ALLOWED.
007825     IF DL150-HOLD-MOVE-PCT > DL150-HOLD-ALLOWED
007826         MOVE "CHANGE OVER HOLD PERCENT" TO DL150-HOLD-REASON
007827         SET DL150-HOLD-ITEM TO TRUE
007828     END-IF.
007829 3150-EXIT.
007830     EXIT.
007831*----------------------------------------------------------------
007832* 3160-WRITE-HOLD PUTS THE STREAM TRANSACTION ON THE HOLD FILE
007833* IN PLACE OF APPLYING IT, WITH THE BILLING PERIOD THE STREAM
007834* CARRIED, THE MASTER'S AMOUNT AT THE TIME AND THE REASON.
007835* NOTHING IS JOURNALED OR BILLED UNTIL DL270 RELEASES IT.
007836*----------------------------------------------------------------
007837 3160-WRITE-HOLD.
007838     MOVE DB-TRAN-CODE          TO DB-HOLD-TRANS-CODE.
007839     MOVE DB-RECORD             TO DB-HOLD-DATA.
007840     MOVE DB-TRAN-ORIG-VALUE    TO DB-HOLD-ORIG-VALUE.
007841     MOVE DB-TRAN-PERIOD        TO DB-HOLD-PERIOD.
007842     MOVE DL150-BEFORE-AMOUNT   TO DB-HOLD-BEFORE-AMOUNT.
007843     MOVE DL150-HOLD-REASON     TO DB-HOLD-REASON.
007844     MOVE DL150-BUSINESS-DATE   TO DB-HOLD-DATE.
007845     MOVE DL150-RUN-ID          TO DB-HOLD-RUN-ID.
007846     WRITE DB-HOLD-RECORD.
007847     ADD 1 TO DL150-HELD-CT.
007848     ADD DB-RECORD-NUMERIC-FIELD TO DL150-HELD-TOTAL.
007849 3160-EXIT.
007850     EXIT.
007851 3200-WRITE-MASTER-REJECT.
007852     MOVE DB-RECORD-KEY         TO DB-REJECT-KEY.
007853     MOVE DB-RECORD-FIELD1      TO DB-REJECT-FIELD1.
007854     MOVE DB-RECORD-FIELD2      TO DB-REJECT-FIELD2.
007855     MOVE DB-RECORD-FIELD3      TO DB-REJECT-FIELD3.
007856     MOVE DB-TRAN-ORIG-VALUE    TO DB-REJECT-ORIGINAL-VALUE.
007857     MOVE DB-TRAN-CODE          TO DB-REJECT-TRANS-CODE.
007860     MOVE DB-RECORD-SOURCE-CODE TO DB-REJECT-SOURCE-CODE.
007861     MOVE DL150-BUSINESS-DATE   TO DB-REJECT-FIRST-DATE.
007870     WRITE DB-REJECT-RECORD.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 3300-WRITE-BILLING FEEDS THE BILLING INTERFACE WITH AN APPLIED
007928* ADD, AGAINST THE BILLING PERIOD THE STREAM CARRIED ON THE
007936* TRANSACTION - THE SAME ONLY-WHAT-POSTED RULE DL100 FOLLOWS
007944* ON A SINGLE-STREAM RUN.  AN ADD BILLS A CHARGE OF THE FULL
007952* AMOUNT; 3310 AND 3320 BILL A CHANGE AND A DELETE.
007960*----------------------------------------------------------------
007970 3300-WRITE-BILLING.
007975     MOVE SPACES           TO BILL-INTERFACE-RECORD.
007980     MOVE DB-RECORD-FIELD1 TO BILL-IF-FIELD1.
007990     MOVE DB-RECORD-FIELD3 TO BILL-IF-FIELD3.
008000     MOVE DB-TRAN-PERIOD   TO BILL-IF-PERIOD.
008001     MOVE DB-RECORD-NUMERIC-FIELD TO BILL-IF-AMOUNT.
008004     SET BILL-IF-CHARGE    TO TRUE.
008007     SET BILL-IF-DEBIT     TO TRUE.
008010     WRITE BILL-INTERFACE-RECORD.
008011     ADD 1 TO DL150-BILLED-CT.
008012     ADD DB-RECORD-NUMERIC-FIELD TO DL150-BILLED-TOTAL.
008016     ADD DB-RECORD-NUMERIC-FIELD TO DL150-BILL-CHG-TOTAL.
008020 3300-EXIT.
008021     EXIT.
008022*----------------------------------------------------------------
008023* 3310-WRITE-BILLING-ADJUSTMENT BILLS AN APPLIED CHANGE AS THE
008024* DIFFERENCE BETWEEN THE NEW AMOUNT AND THE BEFORE IMAGE'S -
008025* A DEBIT WHEN IT WENT UP, A CREDIT WHEN IT CAME DOWN, A ZERO
008026* DEBIT WHEN ONLY THE NAME FIELDS MOVED - EXACTLY AS DL100
008027* BILLS A CHANGE.
008028*----------------------------------------------------------------
008029 3310-WRITE-BILLING-ADJUSTMENT.
008030     MOVE SPACES           TO BILL-INTERFACE-RECORD.
008031     MOVE DB-RECORD-FIELD1 TO BILL-IF-FIELD1.
008032     MOVE DB-RECORD-FIELD3 TO BILL-IF-FIELD3.
008033     MOVE DB-TRAN-PERIOD   TO BILL-IF-PERIOD.
008034     SET BILL-IF-ADJUSTMENT TO TRUE.
008035     IF DB-RECORD-NUMERIC-FIELD < DL150-BEFORE-AMOUNT
008036         SET BILL-IF-CREDIT TO TRUE
008037         COMPUTE DL150-BILL-AMOUNT
008038             = DL150-BEFORE-AMOUNT - DB-RECORD-NUMERIC-FIELD
008039         ADD DL150-BILL-AMOUNT TO DL150-BILL-ADJ-CREDIT
008040     ELSE
008041         SET BILL-IF-DEBIT TO TRUE
008042         COMPUTE DL150-BILL-AMOUNT
008043             = DB-RECORD-NUMERIC-FIELD - DL150-BEFORE-AMOUNT
008044         ADD DL150-BILL-AMOUNT TO DL150-BILL-ADJ-DEBIT
008045     END-IF.
008046     MOVE DL150-BILL-AMOUNT TO BILL-IF-AMOUNT.
008047     WRITE BILL-INTERFACE-RECORD.
008048     ADD 1 TO DL150-BILLED-CT.
008049     ADD DL150-BILL-AMOUNT TO DL150-BILLED-TOTAL.
008050 3310-EXIT.
008051     EXIT.
008052*----------------------------------------------------------------
008053* 3320-WRITE-BILLING-REVERSAL BILLS AN APPLIED DELETE AS A
008054* CREDIT OF THE AMOUNT THE RECORD LAST BILLED, UNDER THE BEFORE
008055* IMAGE'S FIELD1 AND FIELD3, EXACTLY AS DL100 BILLS A DELETE.
008056*----------------------------------------------------------------
008057 3320-WRITE-BILLING-REVERSAL.
008058     MOVE SPACES              TO BILL-INTERFACE-RECORD.
008059     MOVE DL150-BEFORE-FIELD1 TO BILL-IF-FIELD1.
008060     MOVE DL150-BEFORE-FIELD3 TO BILL-IF-FIELD3.
008061     MOVE DB-TRAN-PERIOD      TO BILL-IF-PERIOD.
008062     MOVE DL150-BEFORE-AMOUNT TO BILL-IF-AMOUNT.
008063     SET BILL-IF-REVERSAL     TO TRUE.
008064     SET BILL-IF-CREDIT       TO TRUE.
008065     WRITE BILL-INTERFACE-RECORD.
008066     ADD 1 TO DL150-BILLED-CT.
008067     ADD DL150-BEFORE-AMOUNT TO DL150-BILLED-TOTAL.
008068     ADD DL150-BEFORE-AMOUNT TO DL150-BILL-REV-TOTAL.
008069 3320-EXIT.
008070     EXIT.
008071*----------------------------------------------------------------
008072* 3350-WRITE-BILLING-HEADER AND 3360-WRITE-BILLING-TRAILER
008073* FRAME THE BATCH THE MERGE SENDS TO BILLING, AS DL100 FRAMES
008074* A SINGLE-STREAM RUN'S.  THE BILLED COUNT AND AMOUNT RIDE THE
008075* MERGE CHECKPOINT, SO THE TRAILER COVERS THE WHOLE NIGHT
008076* ACROSS A RESTART.  THE TRAILER IS WRITTEN ONLY WHEN THE
008077* MERGE ENDED CLEAN - AN UNTERMINATED BATCH IS WHAT TELLS
008078* DL400 NOT TO TRUST THE FILE.
008079*----------------------------------------------------------------
008080 3350-WRITE-BILLING-HEADER.
008081     MOVE SPACES              TO BILL-IF-HDR-RECORD.
008082     MOVE "HDR"               TO BILL-IF-HDR-ID.
008083     MOVE DL150-RUN-ID        TO BILL-IF-HDR-RUN-ID.
008084     MOVE DL150-BUSINESS-DATE TO BILL-IF-HDR-DATE.
008085     WRITE BILL-IF-HDR-RECORD.
008086 3350-EXIT.
008087     EXIT.
008088 3360-WRITE-BILLING-TRAILER.
008089     MOVE SPACES              TO BILL-IF-TRL-RECORD.
008090     MOVE "TRL"               TO BILL-IF-TRL-ID.
008091     MOVE DL150-BILLED-CT     TO BILL-IF-TRL-COUNT.
008092     MOVE DL150-BILLED-TOTAL  TO BILL-IF-TRL-AMOUNT.
008093     COMPUTE BILL-IF-TRL-NET-AMOUNT
008094         = DL150-BILL-CHG-TOTAL + DL150-BILL-ADJ-DEBIT
008095         - DL150-BILL-ADJ-CREDIT - DL150-BILL-REV-TOTAL.
008096     MOVE DL150-ADDS-APPLIED-CT    TO BILL-IF-TRL-CHG-COUNT.
008097     MOVE DL150-BILL-CHG-TOTAL     TO BILL-IF-TRL-CHG-AMOUNT.
008098     MOVE DL150-CHANGES-APPLIED-CT TO BILL-IF-TRL-ADJ-COUNT.
008099     COMPUTE BILL-IF-TRL-ADJ-GROSS
008100         = DL150-BILL-ADJ-DEBIT + DL150-BILL-ADJ-CREDIT.
008101     COMPUTE BILL-IF-TRL-ADJ-NET
008102         = DL150-BILL-ADJ-DEBIT - DL150-BILL-ADJ-CREDIT.
008103     MOVE DL150-DELETES-APPLIED-CT TO BILL-IF-TRL-REV-COUNT.
008104     MOVE DL150-BILL-REV-TOTAL     TO BILL-IF-TRL-REV-AMOUNT.
008105     WRITE BILL-IF-TRL-RECORD.
008106 3360-EXIT.
008107     EXIT.
008108*----------------------------------------------------------------
008109* 3400-FETCH-BEFORE-IMAGE READS THE MASTER RECORD ABOUT TO BE
008110* REWRITTEN OR DELETED SO THE CHANGE JOURNAL CAN CARRY ITS
008111* BEFORE IMAGE, SAVING THE PENDING TRANSACTION RECORD AROUND
008112* THE READ.  A KEY NOT ON THE MASTER LEAVES THE BEFORE IMAGE
008113* BLANK - THE ACTION THAT FOLLOWS WILL FAIL AND NOTHING IS
008114* JOURNALED.  THE BEFORE IMAGE'S BILLING FIELDS AND AMOUNT ARE
008115* KEPT TOO, FOR THE ADJUSTMENT OR REVERSAL THE ACTION BILLS.
008116*----------------------------------------------------------------
008117 3400-FETCH-BEFORE-IMAGE.
008118     MOVE DB-RECORD TO DL150-NEW-RECORD-SAVE.
008119     MOVE SPACES TO DL150-BEFORE-IMAGE.
008120     MOVE SPACES TO DL150-BEFORE-FIELD1.
008121     MOVE SPACES TO DL150-BEFORE-FIELD3.
008122     MOVE ZERO   TO DL150-BEFORE-AMOUNT.
008123     READ DB-OUT-FILE
008124         INVALID KEY
008125             CONTINUE
008126         NOT INVALID KEY
008127             MOVE DB-RECORD TO DL150-BEFORE-IMAGE
008128             MOVE DB-RECORD-FIELD1 TO DL150-BEFORE-FIELD1
008129             MOVE DB-RECORD-FIELD3 TO DL150-BEFORE-FIELD3
008130             MOVE DB-RECORD-NUMERIC-FIELD TO DL150-BEFORE-AMOUNT
008131     END-READ.
008132     MOVE DL150-NEW-RECORD-SAVE TO DB-RECORD.
008133 3400-EXIT.
008134     EXIT.
008135*----------------------------------------------------------------
008136* 3500-WRITE-JOURNAL APPENDS ONE BEFORE/AFTER IMAGE RECORD TO
008137* THE CHANGE JOURNAL FOR AN ACTION JUST APPLIED TO THE MASTER,
008138* EXACTLY AS DL100 JOURNALS A SINGLE-STREAM RUN.
008139*----------------------------------------------------------------
008140 3500-WRITE-JOURNAL.
008141     MOVE DL150-JRNL-ACTION      TO DB-JRNL-ACTION.
008142     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
008143     MOVE DL150-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
008144     MOVE DL150-RUN-ID           TO DB-JRNL-RUN-ID.
008145     MOVE DL150-BEFORE-IMAGE     TO DB-JRNL-BEFORE-IMAGE.
008146     MOVE DL150-AFTER-IMAGE      TO DB-JRNL-AFTER-IMAGE.
008147     MOVE DL150-JRNL-LINK-KEY    TO DB-JRNL-LINK-KEY.
008148     WRITE DB-JOURNAL-RECORD.
008149     MOVE SPACES                 TO DL150-JRNL-LINK-KEY.
008150 3500-EXIT.
008151     EXIT.
008152*----------------------------------------------------------------
008153* 3600-APPLY-REKEY MOVES A MASTER RECORD FROM ITS OLD KEY TO ITS
008154* NEW ONE (DB-TRAN-REKEY) EXACTLY AS DL100'S 4400-APPLY-REKEY
008155* DOES ON A SINGLE-STREAM RUN: WRITTEN UNDER THE NEW KEY,
008156* DELETED UNDER THE OLD, JOURNALED AS A LINKED PAIR, NOT
008157* BILLED.  THE AUDIT PAIR WAS WRITTEN BY THE STREAM AT
008158* CONVERSION TIME.  A CONFLICT REJECTS THE TRANSACTION AS IT
008159* ARRIVED - OLD KEY WITH THE NEW KEY IN FIELD1.
008160*----------------------------------------------------------------
008161 3600-APPLY-REKEY.
008162     READ DB-OUT-FILE
008163         INVALID KEY
008164             MOVE "N" TO DL150-MASTER-ACTION-OK-SW
008165     END-READ.
008166     IF NOT DL150-MASTER-ACTION-OK
008167         MOVE DB-TRAN-DATA TO DB-RECORD
008168         MOVE "RE-KEY - OLD KEY NOT ON MASTER"
008169             TO DB-REJECT-REASON
008170         PERFORM 3200-WRITE-MASTER-REJECT THRU 3200-EXIT
008171         GO TO 3600-EXIT
008172     END-IF.
008173     MOVE DB-RECORD TO DL150-BEFORE-IMAGE.
008174     MOVE DB-TRAN-NEW-KEY TO DB-RECORD-KEY.
008175     WRITE DB-RECORD
008176         INVALID KEY
008177             MOVE "N" TO DL150-MASTER-ACTION-OK-SW
008178     END-WRITE.
008179     IF NOT DL150-MASTER-ACTION-OK
008180         MOVE DB-TRAN-DATA TO DB-RECORD
008181         MOVE "RE-KEY - NEW KEY ALREADY ON MASTER"
008182             TO DB-REJECT-REASON
008183         PERFORM 3200-WRITE-MASTER-REJECT THRU 3200-EXIT
008184         GO TO 3600-EXIT
008185     END-IF.
008186     MOVE DB-TRAN-OLD-KEY TO DB-RECORD-KEY.
008187     DELETE DB-OUT-FILE RECORD
008188         INVALID KEY
008189             MOVE "N" TO DL150-MASTER-ACTION-OK-SW
008190     END-DELETE.
008191*    AN OLD KEY THAT WILL NOT DELETE MUST NOT LEAVE THE ACCOUNT
008192*    ON THE MASTER TWICE: THE NEW KEY IS TAKEN OFF AGAIN AND THE
008193*    RE-KEY REJECTED, UNCOUNTED AND UNJOURNALED.  IF EVEN THAT
008194*    FAILS THE MASTER IS IN DOUBT AND THE RUN STOPS.
008195     IF NOT DL150-MASTER-ACTION-OK
008196         DISPLAY "DL150: RE-KEY - OLD KEY " DB-TRAN-OLD-KEY
008197             " VANISHED BEFORE ITS DELETE - STATUS "
008198             DL150-MASTER-STATUS
008199         MOVE DB-TRAN-NEW-KEY TO DB-RECORD-KEY
008200         MOVE "Y" TO DL150-MASTER-ACTION-OK-SW
008201         DELETE DB-OUT-FILE RECORD
008202             INVALID KEY
008203                 MOVE "N" TO DL150-MASTER-ACTION-OK-SW
008204         END-DELETE
008205         IF NOT DL150-MASTER-ACTION-OK
008206             DISPLAY "DL150: RE-KEY - NEW KEY " DB-TRAN-NEW-KEY
008207                 " CANNOT BE BACKED OUT - STATUS "
008208                 DL150-MASTER-STATUS
008209             MOVE 16 TO RETURN-CODE
008210             GO TO 9999-EXIT
008211         END-IF
008212         MOVE DB-TRAN-DATA TO DB-RECORD
008213         MOVE "RE-KEY - OLD KEY DELETE FAILED"
008214             TO DB-REJECT-REASON
008215         PERFORM 3200-WRITE-MASTER-REJECT THRU 3200-EXIT
008216         GO TO 3600-EXIT
008217     END-IF.
008218     ADD 1 TO DL150-REKEYS-APPLIED-CT.
008219     MOVE "D"             TO DL150-JRNL-ACTION.
008220     MOVE SPACES          TO DL150-AFTER-IMAGE.
008221     MOVE DB-TRAN-NEW-KEY TO DL150-JRNL-LINK-KEY.
008222     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
008223     MOVE DL150-BEFORE-IMAGE TO DB-RECORD.
008224     MOVE DB-TRAN-NEW-KEY TO DB-RECORD-KEY.
008225     MOVE "W"             TO DL150-JRNL-ACTION.
008226     MOVE SPACES          TO DL150-BEFORE-IMAGE.
008227     MOVE DB-RECORD       TO DL150-AFTER-IMAGE.
008228     MOVE DB-TRAN-OLD-KEY TO DL150-JRNL-LINK-KEY.
008229     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
008230 3600-EXIT.
008231     EXIT.
008232*----------------------------------------------------------------
008233* 4100 THRU 4400 COPY ONE STREAM'S BILLING, AUDIT, REJECT AND
008234* DUPLICATE FILES ONTO THE CONSOLIDATED FILES, IN STREAM ORDER.
008235* A STREAM FILE THAT WAS NEVER CREATED IS SIMPLY SKIPPED.
008236*----------------------------------------------------------------
008237 4200-COPY-AUDIT.
008238     MOVE "N" TO DL150-COPY-EOF-SW.
008239     MOVE DL150-AUDIT-COPIED-CT TO DL150-COPY-SKIP-CT.
008240     OPEN INPUT AUDIT-IN-FILE.
008241     IF DL150-AUDIT-IN-STATUS = "35"
008242         GO TO 4200-EXIT
008243     END-IF.
008244     PERFORM 4250-COPY-ONE-AUDIT THRU 4250-EXIT
008245         UNTIL DL150-COPY-EOF.
008246     CLOSE AUDIT-IN-FILE.
008247 4200-EXIT.
008248     EXIT.
008249 4250-COPY-ONE-AUDIT.
008250     READ AUDIT-IN-FILE
008251         AT END
008252             SET DL150-COPY-EOF TO TRUE
008253             GO TO 4250-EXIT
008254     END-READ.
008255     IF DL150-COPY-SKIP-CT > ZERO
008256         SUBTRACT 1 FROM DL150-COPY-SKIP-CT
008257         GO TO 4250-EXIT
008258     END-IF.
008260     MOVE AUDIT-IN-RECORD TO AUDIT-LOG-RECORD.
008270     WRITE AUDIT-LOG-RECORD.
008271     ADD 1 TO DL150-AUDIT-COPIED-CT.
008691     ADD 1 TO DL150-DUPES-COPIED-CT.
008692     PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT.
008700 4450-EXIT.
008701     EXIT.
008702*----------------------------------------------------------------
008703* 7000-UPDATE-CHECKPOINT RECORDS HOW FAR THE MERGE HAS GOT -
008704* WHICH STREAMS ARE FULLY DONE, WHICH STREAM IS IN PROGRESS,
008705* HOW MANY OF ITS TRANSACTIONS ARE CONSUMED AND HOW MANY OF
008706* EACH OF ITS FILES' RECORDS ARE COPIED - PLUS THE APPLIED
008707* COUNTS, SO A RERUN AFTER AN ABORT RESUMES EXACTLY WHERE THE
008708* ABORTED ATTEMPT STOPPED.  WRITTEN AFTER EVERY TRANSACTION
008709* AND EVERY COPIED RECORD, AS DL100 CHECKPOINTS EVERY RECORD.
008710*----------------------------------------------------------------
008711 7000-UPDATE-CHECKPOINT.
008712     OPEN OUTPUT MERGE-CHKPT-FILE.
008713     MOVE DL150-CURR-MERGE-STREAM  TO MCHK-CURR-STREAM.
008714     MOVE DL150-TRANS-CONSUMED-CT  TO MCHK-TRANS-APPLIED.
008715     MOVE DL150-AUDIT-COPIED-CT    TO MCHK-AUDIT-COPIED.
008716     MOVE DL150-REJECTS-COPIED-CT  TO MCHK-REJECTS-COPIED.
008717     MOVE DL150-DUPES-COPIED-CT    TO MCHK-DUPES-COPIED.
008718     MOVE DL150-ADDS-APPLIED-CT    TO MCHK-ADDS-APPLIED.
008719     MOVE DL150-CHANGES-APPLIED-CT TO MCHK-CHANGES-APPLIED.
008720     MOVE DL150-DELETES-APPLIED-CT TO MCHK-DELETES-APPLIED.
008721     MOVE DL150-MASTER-REJECTS-CT  TO MCHK-MASTER-REJECTS.
008722     MOVE DL150-BILLED-CT          TO MCHK-BILLED-COUNT.
008723     MOVE DL150-BILLED-TOTAL       TO MCHK-BILLED-AMOUNT.
008724     MOVE DL150-STREAM-DONE-TABLE  TO MCHK-STREAM-DONE-FLAGS.
008725     MOVE DL150-BILL-CHG-TOTAL     TO MCHK-BILL-CHG-TOTAL.
008726     MOVE DL150-BILL-ADJ-DEBIT     TO MCHK-BILL-ADJ-DEBIT.
008727     MOVE DL150-BILL-ADJ-CREDIT    TO MCHK-BILL-ADJ-CREDIT.
008728     MOVE DL150-BILL-REV-TOTAL     TO MCHK-BILL-REV-TOTAL.
008729     MOVE DL150-HELD-CT            TO MCHK-HELD-COUNT.
008730     MOVE DL150-HELD-TOTAL         TO MCHK-HELD-AMOUNT.
008731     MOVE DL150-REKEYS-APPLIED-CT  TO MCHK-REKEYS-APPLIED.
008732     WRITE MERGE-CHKPT-RECORD.
008733     CLOSE MERGE-CHKPT-FILE.
008734 7000-EXIT.
008773     PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT.
008774 7200-EXIT.
008775     EXIT.
008776*----------------------------------------------------------------
008777* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
008778* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
008779* THERE IS NO CALENDAR).
008780*----------------------------------------------------------------
008781 8500-START-STEP.
008782     ACCEPT DL150-STEP-DATE-8 FROM DATE YYYYMMDD.
008783     MOVE DL150-STEP-DATE-8 TO DL150-STEP-BUS-DATE.
008784     OPEN INPUT RUN-CAL-FILE.
008785     IF DL150-RUN-CAL-STATUS = "00"
008786         READ RUN-CAL-FILE
008787             AT END
008788                 CONTINUE
008789             NOT AT END
008790                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
008791                    AND RUN-CAL-BUSINESS-DATE > ZERO
008792                     MOVE RUN-CAL-BUSINESS-DATE
008793                         TO DL150-STEP-BUS-DATE
008794                 END-IF
008795         END-READ
008796         CLOSE RUN-CAL-FILE
008797     END-IF.
008798     MOVE SPACES TO STEP-CTL-RECORD.
008799     MOVE "S" TO STEP-CTL-EVENT.
008800     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
008801         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
008802         STEP-CTL-COUNT-5.
008803     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
008804     SET DL150-STEP-STARTED TO TRUE.
008805 8500-EXIT.
008806     EXIT.
008807*----------------------------------------------------------------
008808* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
008809* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
008810* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
008811*----------------------------------------------------------------
008812 8550-WRITE-STEP-RECORD.
008813     MOVE DL150-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
008814     MOVE "DL150" TO STEP-CTL-JOB.
008815     ACCEPT DL150-STEP-DATE-8 FROM DATE YYYYMMDD.
008816     ACCEPT DL150-STEP-TIME-8 FROM TIME.
008817     MOVE DL150-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
008818     MOVE DL150-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
008819     OPEN EXTEND STEP-CTL-FILE.
008820     IF DL150-STEPCTL-STATUS = "35"
008821         OPEN OUTPUT STEP-CTL-FILE
008822     END-IF.
008823     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
008824     CLOSE STEP-CTL-FILE.
008825 8550-EXIT.
008826     EXIT.
008827*----------------------------------------------------------------
008828* 9000-TERMINATE PRINTS THE CONSOLIDATED TOTALS, TIES THE RUN
008829* OUT TO THE SOURCE TRAILERS WHEN EVERY STREAM SAW THEM, AND
008830* SETS THE RETURN CODE: 16 = NO STREAMS AT ALL, 8 = INCOMPLETE
008831* STREAM OR TRAILER MISMATCH, 0 = CLEAN.
008832*----------------------------------------------------------------
008833 9000-TERMINATE.
008834     MOVE DL150-STREAMS-CT TO DL150-RPT-STREAMS-CT.
008835     MOVE DL150-RPT-STREAMS-LINE TO RECON-RPT-LINE.
008836     WRITE RECON-RPT-LINE.
008837     MOVE DL150-READ-SUM TO DL150-RPT-READ-CT.
008838     MOVE DL150-RPT-READ-LINE TO RECON-RPT-LINE.
008840     WRITE RECON-RPT-LINE.
008850     MOVE DL150-ADDS-APPLIED-CT TO DL150-RPT-ADDS-CT.
008860     MOVE DL150-RPT-ADDS-LINE TO RECON-RPT-LINE.
008910     MOVE DL150-DELETES-APPLIED-CT TO DL150-RPT-DELETES-CT.
008920     MOVE DL150-RPT-DELETES-LINE TO RECON-RPT-LINE.
008930     WRITE RECON-RPT-LINE.
008932     MOVE DL150-REKEYS-APPLIED-CT TO DL150-RPT-REKEYS-CT.
008934     MOVE DL150-RPT-REKEYS-LINE TO RECON-RPT-LINE.
008936     WRITE RECON-RPT-LINE.
008940     MOVE DL150-MASTER-REJECTS-CT TO DL150-RPT-MREJECT-CT.
008950     MOVE DL150-RPT-MREJECT-LINE TO RECON-RPT-LINE.
008960     WRITE RECON-RPT-LINE.
009000     MOVE DL150-DUPED-SUM TO DL150-RPT-DUPED-CT.
009010     MOVE DL150-RPT-DUPED-LINE TO RECON-RPT-LINE.
009020     WRITE RECON-RPT-LINE.
009021     MOVE DL150-HELD-CT TO DL150-RPT-HELD-CT.
009022     MOVE DL150-RPT-HELD-LINE TO RECON-RPT-LINE.
009023     WRITE RECON-RPT-LINE.
009024     MOVE DL150-HELD-TOTAL TO DL150-RPT-HELD-TOT.
009025     MOVE DL150-RPT-HELD-TOTAL-LINE TO RECON-RPT-LINE.
009026     WRITE RECON-RPT-LINE.
009030     MOVE DL150-CONTROL-SUM TO DL150-RPT-CONTROL-TOT.
009040     MOVE DL150-RPT-CONTROL-LINE TO RECON-RPT-LINE.
009050     WRITE RECON-RPT-LINE.
009060*    TIE EACH SOURCE OUT ON ITS OWN: A SOURCE THAT SENT NO
009070*    TRAILER IS SKIPPED BY ITSELF AND NEVER DISABLES THE CHECK
009080*    FOR THE SOURCES THAT DID SEND ONE - UNLESS THE SOURCE
009081*    REGISTRY SAYS IT MUST SEND ONE, WHICH FAILS THE TIE-OUT.
009090     IF DL150-FIRST-STREAM > ZERO
009100         PERFORM 9100-TIE-ONE-SOURCE THRU 9100-EXIT
009110             VARYING DL150-SOURCE-IDX FROM 1 BY 1
009120             UNTIL DL150-SOURCE-IDX > 20
009130         IF DL150-TIE-FAIL
009140             MOVE "N" TO DL150-MERGE-OK-SW
009150             MOVE DL150-RPT-ERR-LINE TO RECON-RPT-LINE
009370     DISPLAY "DL150 ADDS APPLIED   = " DL150-ADDS-APPLIED-CT.
009380     DISPLAY "DL150 CHGS APPLIED   = " DL150-CHANGES-APPLIED-CT.
009390     DISPLAY "DL150 DELS APPLIED   = " DL150-DELETES-APPLIED-CT.
009395     DISPLAY "DL150 RE-KEYS APPLIED= " DL150-REKEYS-APPLIED-CT.
009400     DISPLAY "DL150 MASTER REJECTS = " DL150-MASTER-REJECTS-CT.
009405     DISPLAY "DL150 RECORDS HELD   = " DL150-HELD-CT.
009410     IF DL150-MERGE-OPENED
009411         IF DL150-MERGE-OK
009412             PERFORM 3360-WRITE-BILLING-TRAILER THRU 3360-EXIT
009450         CLOSE DB-REJECT-FILE
009460         CLOSE DUP-FILE
009461         CLOSE DB-JOURNAL-FILE
009465         CLOSE DB-HOLD-FILE
009470     END-IF.
009480     CLOSE RECON-RPT-FILE.
009481*    ONLY A MERGE THAT RAN AND ENDED CLEAN RETIRES ITS
009550     END-IF.
009560     IF DL150-CT-SRC-TRL-SEEN
009570        (DL150-FIRST-STREAM, DL150-SOURCE-IDX) NOT = "Y"
009571         IF DL150-REG-HDR-REQ-SW (DL150-SOURCE-IDX) = "Y"
009572             SET DL150-TIE-FAIL TO TRUE
009573             MOVE DL150-CT-SRC-CODE
009574                 (DL150-FIRST-STREAM, DL150-SOURCE-IDX)
009575                 TO DL150-RPT-SRC-FRM-CODE
009576             MOVE DL150-RPT-SRC-FRAME-LINE TO RECON-RPT-LINE
009577             WRITE RECON-RPT-LINE
009578         END-IF
009580         GO TO 9100-EXIT
009590     END-IF.
009600     MOVE DL150-CT-SRC-CODE
010271     MOVE DL150-LAST-CLOSED-PERIOD
010272         TO RUN-CAL-LAST-CLOSED-PERIOD.
010280     WRITE RUN-CAL-RECORD.
010281     CLOSE RUN-CAL-FILE.
010282 9300-EXIT.
010283     EXIT.
010284*----------------------------------------------------------------
010285* 9600-RESET-CHECKPOINT CLEARS THE MERGE CHECKPOINT AFTER A
010286* CLEAN MERGE, SO THE NEXT NIGHT STARTS FROM THE TOP.  AN
010287* ABORTED MERGE NEVER COMES THROUGH HERE AND KEEPS ITS
010288* CHECKPOINT FOR THE RERUN.
010289*----------------------------------------------------------------
010290 9600-RESET-CHECKPOINT.
010291     MOVE ZERO TO DL150-CURR-MERGE-STREAM.
010292     MOVE ZERO TO DL150-TRANS-CONSUMED-CT.
010293     MOVE ZERO TO DL150-AUDIT-COPIED-CT.
010294     MOVE ZERO TO DL150-REJECTS-COPIED-CT.
010295     MOVE ZERO TO DL150-DUPES-COPIED-CT.
010296     MOVE ZERO TO DL150-ADDS-APPLIED-CT.
010297     MOVE ZERO TO DL150-CHANGES-APPLIED-CT.
010298     MOVE ZERO TO DL150-DELETES-APPLIED-CT.
010299     MOVE ZERO TO DL150-MASTER-REJECTS-CT.
010300     MOVE ZERO TO DL150-BILLED-CT.
010301     MOVE ZERO TO DL150-BILLED-TOTAL.
010302     MOVE ZERO TO DL150-BILL-CHG-TOTAL.
010303     MOVE ZERO TO DL150-BILL-ADJ-DEBIT.
010304     MOVE ZERO TO DL150-BILL-ADJ-CREDIT.
010305     MOVE ZERO TO DL150-BILL-REV-TOTAL.
010306     MOVE ZERO TO DL150-HELD-CT.
010307     MOVE ZERO TO DL150-HELD-TOTAL.
010308     MOVE ZERO TO DL150-REKEYS-APPLIED-CT.
010309     MOVE ALL "N" TO DL150-STREAM-DONE-TABLE.
010318     PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT.
010319 9600-EXIT.
010320     EXIT.
010321*----------------------------------------------------------------
010322* 9900-END-STEP RECORDS THE RUN'S END, RETURN CODE AND KEY
010323* COUNTS (FOR THE DL900 STATUS PAGE) ON THE STEP CONTROL FILE.
010324* EVERY WAY OUT OF THE JOB COMES THROUGH HERE, REFUSALS
010325* INCLUDED.
010326* APPLIED AND HELD RECORDS COUNT AS WRITTEN; MASTER AND STREAM
010327* REJECTS AS REJECTED.
010328*----------------------------------------------------------------
010329 9900-END-STEP.
010330     IF NOT DL150-STEP-STARTED
010331         GO TO 9900-EXIT
010332     END-IF.
010333     MOVE SPACES TO STEP-CTL-RECORD.
010334     MOVE "E" TO STEP-CTL-EVENT.
010335     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
010336     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
010337         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
010338     MOVE DL150-READ-SUM TO STEP-CTL-COUNT-1.
010339     COMPUTE STEP-CTL-COUNT-2
010340         = DL150-ADDS-APPLIED-CT + DL150-CHANGES-APPLIED-CT
010341         + DL150-DELETES-APPLIED-CT + DL150-REKEYS-APPLIED-CT
010342         + DL150-HELD-CT.
010343     COMPUTE STEP-CTL-COUNT-3
010344         = DL150-REJECTED-SUM + DL150-MASTER-REJECTS-CT.
010345     MOVE DL150-DUPED-SUM TO STEP-CTL-COUNT-4.
010346     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
010347 9900-EXIT.
010348     EXIT.
010358 9999-EXIT.
010368     PERFORM 9900-END-STEP THRU 9900-EXIT.
010378     STOP RUN.
