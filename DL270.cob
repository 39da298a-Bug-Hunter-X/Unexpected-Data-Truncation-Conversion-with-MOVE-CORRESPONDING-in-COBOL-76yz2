000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL270.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     HIGH-VALUE HOLD REVIEW AND RELEASE.  DL100 (AND DL150 ON  *
000130*     A SPLIT NIGHT) NO LONGER POSTS AN ADD OR CHANGE WHOSE     *
000140*     AMOUNT IS OVER THE RUN-PARM HOLD LIMIT, OR A CHANGE THAT  *
000150*     MOVES THE AMOUNT BY MORE THAN THE HOLD PERCENT - IT       *
000160*     WRITES IT TO DBHOLD INSTEAD.  THIS DAYTIME JOB LISTS      *
000170*     EVERY HELD ITEM SIDE BY SIDE WITH THE MASTER AS IT        *
000180*     STANDS NOW, AND ACTS ON THE DAY'S DECISION CARDS          *
000190*     (HOLDCARD: KEY, A TO APPROVE OR D TO DECLINE, OPTIONALLY  *
000200*     THE DATE IT WAS HELD, AND THE KEYING OPERATOR'S ID).      *
000210*     LIKE A DL180 DECK, THE CARDS ACT ONLY BEHIND A SECOND     *
000220*     OPERATOR'S APPROVAL CARD (HOLDAPPR) - A CARD KEYED BY     *
000230*     THE APPROVER HIMSELF, OR WITH NO OPERATOR, OR WITH A      *
000240*     DECISION OTHER THAN A OR D, IS DROPPED.  AN APPROVED      *
000250*     ITEM POSTS TO DB-OUT-FILE WITH THE SAME AUDIT, CHANGE-    *
000260*     JOURNAL AND BILLING A NIGHTLY POST GETS, PLUS AN AUDIT    *
000270*     ENTRY NAMING THE APPROVER; ONE THAT NO LONGER FITS THE    *
000280*     MASTER GOES TO THE CARRY-FORWARD REJECT FILE (DBREJNEW)   *
000290*     WITH THE USUAL REASON.  A DECLINED ITEM GOES TO DBREJNEW  *
000300*     WITH ITS OWN REASON, FOR THE SOURCE TO RESEND OR DL200 TO *
000310*     REPAIR.  AN ITEM WITH NO CARD, OR ANY ITEM WHEN THERE IS  *
000320*     NO APPROVAL, IS CARRIED FORWARD TO DBHLDNEW, WHICH        *
000330*     REPLACES DBHOLD BEFORE THE NEXT NIGHT'S RUN.  NO          *
000340*     APPROVAL CARD WHEN DECISION CARDS WERE KEYED ENDS THE     *
000350*     RUN WITH RETURN-CODE 8; DROPPED OR UNMATCHED CARDS, OR    *
000360*     A REJECTED RELEASE, END IT WITH RETURN-CODE 4.            *
000370*                                                                *
000380* MODIFICATION HISTORY.                                         *
000390* DATE       INIT  DESCRIPTION                                  *
000400* ---------- ----  -----------------------------------------   *
000410* 2026-10-15  JL   INITIAL VERSION.                             *
000412* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000414*                  RETURN CODE ON THE STEP CONTROL FILE          *
000416*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000417* 2026-10-15  JL   A HOLD FILE (DBHOLD) THAT EXISTS BUT WILL NOT *
000418*                  OPEN NOW STOPS THE RUN WITH RC 16 BEFORE THE  *
000419*                  MASTER OR ANY LIVE OUTPUT IS OPENED.          *
000420*                                                                *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. DL270.
000460 AUTHOR. J. LOGAN.
000470 INSTALLATION. DATA CONVERSION UNIT.
000480 DATE-WRITTEN. 2026-10-15.
000490 DATE-COMPILED.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DB-HOLD-FILE    ASSIGN TO "DBHOLD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL270-HOLD-STATUS.
000560     SELECT HOLD-CARD-FILE  ASSIGN TO "HOLDCARD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DL270-HOLD-CARD-STATUS.
000590     SELECT APPR-CARD-FILE  ASSIGN TO "HOLDAPPR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DL270-APPR-CARD-STATUS.
000620     SELECT DB-OUT-FILE     ASSIGN TO "DBOUT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS DB-RECORD-KEY
000660         FILE STATUS IS DL270-MASTER-STATUS.
000670     SELECT BILL-INTERFACE-FILE ASSIGN TO "BILLIF"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DL270-BILL-IF-STATUS.
000700     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DL270-AUDIT-STATUS.
000730     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS DL270-JOURNAL-STATUS.
000760     SELECT REJECT-FWD-FILE ASSIGN TO "DBREJNEW"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS DL270-REJECT-FWD-STATUS.
000790     SELECT HOLD-FWD-FILE   ASSIGN TO "DBHLDNEW"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DL270-HOLD-FWD-STATUS.
000820     SELECT REVIEW-RPT-FILE ASSIGN TO "DL270RPT"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000831     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000832         ORGANIZATION IS LINE SEQUENTIAL
000833         FILE STATUS IS DL270-STEPCTL-STATUS.
000834     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000835         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS DL270-RUN-CAL-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DB-HOLD-FILE.
000870     COPY DBHOLD.
000880 FD  HOLD-CARD-FILE.
000890 01  HOLD-CARD-RECORD.
000900     05  HOLD-CARD-KEY               PIC X(10).
000910     05  HOLD-CARD-DECISION          PIC X(01).
000920         88  HOLD-CARD-APPROVE       VALUE "A".
000930         88  HOLD-CARD-DECLINE       VALUE "D".
000940     05  HOLD-CARD-HELD-DATE         PIC X(08).
000950     05  HOLD-CARD-OPERATOR          PIC X(08).
000960     05  FILLER                      PIC X(53).
000970 FD  APPR-CARD-FILE.
000980 01  APPR-CARD-RECORD.
000990     05  APPR-CARD-OPERATOR          PIC X(08).
001000     05  FILLER                      PIC X(72).
001010 FD  DB-OUT-FILE.
001020     COPY DBRECORD.
001030 FD  BILL-INTERFACE-FILE.
001040     COPY BILLIF.
001050 FD  AUDIT-LOG-FILE.
001060     COPY AUDITLOG.
001070 FD  DB-JOURNAL-FILE.
001080     COPY DBJRNL.
001090 FD  REJECT-FWD-FILE.
001100     COPY DBREJECT.
001110 FD  HOLD-FWD-FILE.
001120 01  HOLD-FWD-RECORD                 PIC X(173).
001130 FD  REVIEW-RPT-FILE.
001140 01  REVIEW-RPT-LINE                 PIC X(80).
001142 FD  STEP-CTL-FILE.
001144 01  STEP-CTL-FILE-RECORD            PIC X(80).
001146 FD  RUN-CAL-FILE.
001148     COPY RUNCAL.
001150 WORKING-STORAGE SECTION.
001160 77  DL270-HOLD-EOF-SW               PIC X(01) VALUE "N".
001170     88  DL270-HOLD-EOF              VALUE "Y".
001180 77  DL270-CARD-EOF-SW               PIC X(01) VALUE "N".
001190     88  DL270-CARD-EOF              VALUE "Y".
001200 77  DL270-HOLD-STATUS               PIC X(02) VALUE "00".
001210 77  DL270-HOLD-CARD-STATUS          PIC X(02) VALUE "00".
001220 77  DL270-APPR-CARD-STATUS          PIC X(02) VALUE "00".
001230 77  DL270-MASTER-STATUS             PIC X(02) VALUE "00".
001240 77  DL270-BILL-IF-STATUS            PIC X(02) VALUE "00".
001250 77  DL270-AUDIT-STATUS              PIC X(02) VALUE "00".
001260 77  DL270-JOURNAL-STATUS            PIC X(02) VALUE "00".
001270 77  DL270-REJECT-FWD-STATUS         PIC X(02) VALUE "00".
001280 77  DL270-HOLD-FWD-STATUS           PIC X(02) VALUE "00".
001290 77  DL270-APPROVED-SW               PIC X(01) VALUE "N".
001300     88  DL270-APPROVED              VALUE "Y".
001310 77  DL270-APPROVER                  PIC X(08) VALUE SPACES.
001320 77  DL270-MASTER-ACTION-OK-SW       PIC X(01) VALUE "Y".
001330     88  DL270-MASTER-ACTION-OK      VALUE "Y".
001340 77  DL270-KEY-ON-MASTER-SW          PIC X(01) VALUE "N".
001350     88  DL270-KEY-ON-MASTER         VALUE "Y".
001360 77  DL270-CARD-FOUND-SW             PIC X(01) VALUE "N".
001370     88  DL270-CARD-FOUND            VALUE "Y".
001380 77  DL270-HOLDS-READ-CT             PIC 9(09) VALUE ZERO COMP.
001390 77  DL270-POSTED-CT                 PIC 9(09) VALUE ZERO COMP.
001400 77  DL270-DECLINED-CT               PIC 9(09) VALUE ZERO COMP.
001410 77  DL270-REJECTED-CT               PIC 9(09) VALUE ZERO COMP.
001420 77  DL270-STILL-HELD-CT             PIC 9(09) VALUE ZERO COMP.
001430 77  DL270-CARDS-READ-CT             PIC 9(09) VALUE ZERO COMP.
001440 77  DL270-CARDS-DROPPED-CT          PIC 9(09) VALUE ZERO COMP.
001450 77  DL270-CARDS-UNMATCHED-CT        PIC 9(09) VALUE ZERO COMP.
001460 77  DL270-CARDS-LOADED-CT           PIC 9(05) VALUE ZERO COMP.
001470 77  DL270-CARD-IDX                  PIC 9(05) VALUE ZERO COMP.
001480 77  DL270-MATCH-IDX                 PIC 9(05) VALUE ZERO COMP.
001490 77  DL270-POSTED-TOTAL              PIC 9(11)V99 VALUE ZERO.
001500 77  DL270-BILLED-CT                 PIC 9(09) VALUE ZERO COMP.
001510 77  DL270-BILL-CHG-CT               PIC 9(09) VALUE ZERO COMP.
001520 77  DL270-BILL-ADJ-CT               PIC 9(09) VALUE ZERO COMP.
001530 77  DL270-BILL-CHG-TOTAL            PIC 9(11)V99 VALUE ZERO.
001540 77  DL270-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
001550 77  DL270-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
001560 77  DL270-BILL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001570 77  DL270-CURR-DATE-8               PIC 9(08).
001580 77  DL270-BILLING-PERIOD            PIC 9(06).
001590 77  DL270-CURR-TIME-6               PIC 9(06).
001600 77  DL270-RUN-TIMESTAMP             PIC 9(14).
001610 77  DL270-RUN-ID                    PIC X(14) VALUE SPACES.
001620 77  DL270-HELD-DATE-X               PIC X(08) VALUE SPACES.
001630 77  DL270-BEFORE-IMAGE              PIC X(86) VALUE SPACES.
001640 77  DL270-BEFORE-FIELD1             PIC X(20) VALUE SPACES.
001650 77  DL270-BEFORE-FIELD2             PIC X(20) VALUE SPACES.
001660 77  DL270-BEFORE-FIELD3             PIC X(20) VALUE SPACES.
001670 77  DL270-BEFORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001680 77  DL270-NUMERIC-ED                PIC Z(10)9.99.
001690 77  DL270-AUDIT-FIELD-NAME          PIC X(20) VALUE SPACES.
001700 77  DL270-AUDIT-OLD-VALUE           PIC X(20) VALUE SPACES.
001710 77  DL270-AUDIT-NEW-VALUE           PIC X(20) VALUE SPACES.
001720 77  DL270-REJECT-REASON             PIC X(44) VALUE SPACES.
001730 77  DL270-DROP-REASON               PIC X(29) VALUE SPACES.
001731 77  DL270-STEPCTL-STATUS            PIC X(02) VALUE "00".
001732 77  DL270-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001733 77  DL270-STEP-STARTED-SW           PIC X(01) VALUE "N".
001734     88  DL270-STEP-STARTED          VALUE "Y".
001735 77  DL270-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001736 77  DL270-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001737 77  DL270-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001740 01  DL270-HOLD-CARD-TABLE.
001750     05  DL270-HC-ENTRY OCCURS 500 TIMES.
001760         10  DL270-HC-KEY            PIC X(10).
001770         10  DL270-HC-DECISION       PIC X(01).
001780         10  DL270-HC-HELD-DATE      PIC X(08).
001790         10  DL270-HC-OPERATOR       PIC X(08).
001800         10  DL270-HC-USED-SW        PIC X(01).
001810 01  DL270-RPT-REVIEW-LINE.
001820     05  DL270-RPT-KEY               PIC X(10).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  DL270-RPT-TC                PIC X(01).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DL270-RPT-HELD-DATE         PIC 9(08).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  DL270-RPT-HELD-VALUE        PIC ZZZZZZZZZZ9.99.
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  DL270-RPT-MASTER-NOW        PIC X(14).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  DL270-RPT-DISP              PIC X(13).
001930     05  FILLER                      PIC X(11) VALUE SPACES.
001940 01  DL270-RPT-DETAIL-LINE.
001950     05  FILLER                      PIC X(04) VALUE SPACES.
001960     05  DL270-RPT-HELD-FIELD1       PIC X(20).
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  DL270-RPT-MASTER-FIELD1     PIC X(20).
001990     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  DL270-RPT-REASON            PIC X(30).
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020 01  DL270-RPT-HEADING.
002030     05  FILLER                      PIC X(11) VALUE "KEY".
002040     05  FILLER                      PIC X(03) VALUE "TC".
002050     05  FILLER                      PIC X(10) VALUE "HELD ON".
002060     05  FILLER                      PIC X(16) VALUE "HELD VALUE".
002070     05  FILLER                      PIC X(16) VALUE "MASTER NOW".
002080     05  FILLER                      PIC X(24)
002090         VALUE "DISPOSITION".
002100 01  DL270-RPT-HEADING-2.
002110     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  FILLER                      PIC X(22)
002130         VALUE "HELD FIELD1".
002140     05  FILLER                      PIC X(22)
002150         VALUE "MASTER FIELD1".
002160     05  FILLER                      PIC X(32)
002170         VALUE "HOLD REASON".
002180 01  DL270-RPT-CARD-LINE.
002190     05  DL270-RPT-CARD-LABEL        PIC X(16).
002200     05  DL270-RPT-CARD-KEY          PIC X(10).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  DL270-RPT-CARD-DECISION     PIC X(01).
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  DL270-RPT-CARD-DATE         PIC X(08).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  DL270-RPT-CARD-OPERATOR     PIC X(08).
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  DL270-RPT-CARD-REASON       PIC X(29).
002290 01  DL270-RPT-APPROVER-LINE.
002300     05  FILLER                      PIC X(20)
002310         VALUE "APPROVED BY.........".
002320     05  DL270-RPT-APPROVER          PIC X(08).
002330     05  FILLER                      PIC X(52) VALUE SPACES.
002340 01  DL270-RPT-NO-APPR-LINE          PIC X(80) VALUE
002350     "*** NO APPROVAL CARD - NOTHING RELEASED OR DECLINED ***".
002360 01  DL270-RPT-READ-LINE.
002370     05  FILLER                      PIC X(20)
002380         VALUE "ITEMS HELD READ.....".
002390     05  DL270-RPT-READ-CT           PIC ZZZZZZZZ9.
002400     05  FILLER                      PIC X(51) VALUE SPACES.
002410 01  DL270-RPT-POSTED-LINE.
002420     05  FILLER                      PIC X(20)
002430         VALUE "RELEASED AND POSTED.".
002440     05  DL270-RPT-POSTED-CT         PIC ZZZZZZZZ9.
002450     05  FILLER                      PIC X(51) VALUE SPACES.
002460 01  DL270-RPT-DECLINED-LINE.
002470     05  FILLER                      PIC X(20)
002480         VALUE "DECLINED............".
002490     05  DL270-RPT-DECLINED-CT       PIC ZZZZZZZZ9.
002500     05  FILLER                      PIC X(51) VALUE SPACES.
002510 01  DL270-RPT-REJECTED-LINE.
002520     05  FILLER                      PIC X(20)
002530         VALUE "REJECTED............".
002540     05  DL270-RPT-REJECTED-CT       PIC ZZZZZZZZ9.
002550     05  FILLER                      PIC X(51) VALUE SPACES.
002560 01  DL270-RPT-STILL-HELD-LINE.
002570     05  FILLER                      PIC X(20)
002580         VALUE "STILL HELD..........".
002590     05  DL270-RPT-STILL-HELD-CT     PIC ZZZZZZZZ9.
002600     05  FILLER                      PIC X(51) VALUE SPACES.
002610 01  DL270-RPT-CARDS-READ-LINE.
002620     05  FILLER                      PIC X(20)
002630         VALUE "CARDS READ..........".
002640     05  DL270-RPT-CARDS-READ-CT     PIC ZZZZZZZZ9.
002650     05  FILLER                      PIC X(51) VALUE SPACES.
002660 01  DL270-RPT-DROPPED-LINE.
002670     05  FILLER                      PIC X(20)
002680         VALUE "CARDS DROPPED.......".
002690     05  DL270-RPT-DROPPED-CT        PIC ZZZZZZZZ9.
002700     05  FILLER                      PIC X(51) VALUE SPACES.
002710 01  DL270-RPT-UNMATCHED-LINE.
002720     05  FILLER                      PIC X(20)
002730         VALUE "CARDS UNMATCHED.....".
002740     05  DL270-RPT-UNMATCHED-CT      PIC ZZZZZZZZ9.
002750     05  FILLER                      PIC X(51) VALUE SPACES.
002760 01  DL270-RPT-CONTROL-LINE.
002770     05  FILLER                      PIC X(20)
002780         VALUE "POSTED TOTAL........".
002790     05  DL270-RPT-CONTROL-TOT       PIC ZZZZZZZZZZ9.99.
002800     05  FILLER                      PIC X(46) VALUE SPACES.
002803*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
002806     COPY STEPCTL.
002810 PROCEDURE DIVISION.
002820 0000-MAINLINE.
002825     PERFORM 8500-START-STEP THRU 8500-EXIT.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002860     GO TO 9999-EXIT.
002870*----------------------------------------------------------------
002880* 1000-INITIALIZE READS THE APPROVAL CARD, LOADS AND EDITS THE
002890* DAY'S DECISION CARDS, AND OPENS THE FILES.  THE MASTER IS
002900* ALWAYS OPENED - THE REVIEW LISTING NEEDS IT EVEN WHEN NOTHING
002910* CAN BE RELEASED.  THE LIVE OUTPUTS OPEN EXTEND BEHIND
002920* WHATEVER THE NIGHT WROTE, EXACTLY AS DL260 DOES, BUT ONLY
002930* WHEN THE RUN IS APPROVED; WITHOUT APPROVAL NOTHING IS POSTED,
002940* DECLINED OR BILLED AND EVERY HELD ITEM IS CARRIED FORWARD.
002950* A MISSING HOLD FILE IS NOT AN ERROR - NOTHING WAS HELD.  ONE
002953* THAT IS THERE BUT WILL NOT OPEN STOPS THE RUN WITH RETURN-CODE
002956* 16 BEFORE THE MASTER OR ANY LIVE OUTPUT IS OPENED.
002960*----------------------------------------------------------------
002970 1000-INITIALIZE.
002980     ACCEPT DL270-CURR-DATE-8 FROM DATE YYYYMMDD.
002990     ACCEPT DL270-CURR-TIME-6 FROM TIME.
003000     MOVE DL270-CURR-DATE-8 (1:6) TO DL270-BILLING-PERIOD.
003010     MOVE DL270-CURR-DATE-8 TO DL270-RUN-TIMESTAMP (1:8).
003020     MOVE DL270-CURR-TIME-6 TO DL270-RUN-TIMESTAMP (9:6).
003030     MOVE SPACES TO DL270-RUN-ID.
003040     STRING "DL270-" DL270-CURR-DATE-8 DELIMITED BY SIZE
003050         INTO DL270-RUN-ID.
003060     OPEN OUTPUT REVIEW-RPT-FILE.
003070     PERFORM 1100-READ-APPROVAL THRU 1100-EXIT.
003080     PERFORM 1200-LOAD-HOLD-CARDS THRU 1200-EXIT.
003090     OPEN INPUT DB-HOLD-FILE.
003100     IF DL270-HOLD-STATUS = "35"
003110         SET DL270-HOLD-EOF TO TRUE
003111     END-IF.
003112     IF DL270-HOLD-STATUS NOT = "00"
003113        AND DL270-HOLD-STATUS NOT = "35"
003115         DISPLAY "DL270: CANNOT OPEN HOLD FILE - STATUS "
003116             DL270-HOLD-STATUS
003117         MOVE 16 TO RETURN-CODE
003118         GO TO 9999-EXIT
003120     END-IF.
003130     PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
003140     IF DL270-APPROVED
003150         PERFORM 1400-OPEN-LIVE-OUTPUTS THRU 1400-EXIT
003160     END-IF.
003170     OPEN OUTPUT HOLD-FWD-FILE.
003180     MOVE SPACES TO REVIEW-RPT-LINE.
003190     WRITE REVIEW-RPT-LINE.
003200     MOVE DL270-RPT-HEADING TO REVIEW-RPT-LINE.
003210     WRITE REVIEW-RPT-LINE.
003220     MOVE DL270-RPT-HEADING-2 TO REVIEW-RPT-LINE.
003230     WRITE REVIEW-RPT-LINE.
003240 1000-EXIT.
003250     EXIT.
003260 1100-READ-APPROVAL.
003270     OPEN INPUT APPR-CARD-FILE.
003280     IF DL270-APPR-CARD-STATUS = "35"
003290         GO TO 1100-EXIT
003300     END-IF.
003310     READ APPR-CARD-FILE
003320         AT END
003330             GO TO 1100-CLOSE
003340     END-READ.
003350     IF APPR-CARD-OPERATOR NOT = SPACES
003360         SET DL270-APPROVED TO TRUE
003370         MOVE APPR-CARD-OPERATOR TO DL270-APPROVER
003380     END-IF.
003390 1100-CLOSE.
003400     CLOSE APPR-CARD-FILE.
003410 1100-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 1200-LOAD-HOLD-CARDS READS THE DECISION CARDS INTO THE LOOKUP
003450* TABLE.  A CARD WITH A DECISION OTHER THAN A OR D, WITH NO
003460* KEYING OPERATOR, OR KEYED BY THE APPROVER HIMSELF (NO SECOND
003470* PAIR OF EYES) IS DROPPED AND LISTED WITH ITS REASON.
003480*----------------------------------------------------------------
003490 1200-LOAD-HOLD-CARDS.
003500     OPEN INPUT HOLD-CARD-FILE.
003510     IF DL270-HOLD-CARD-STATUS = "35"
003520         SET DL270-CARD-EOF TO TRUE
003530         GO TO 1200-EXIT
003540     END-IF.
003550     PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
003560         UNTIL DL270-CARD-EOF.
003570     CLOSE HOLD-CARD-FILE.
003580 1200-EXIT.
003590     EXIT.
003600 1250-LOAD-ONE-CARD.
003610     READ HOLD-CARD-FILE
003620         AT END
003630             SET DL270-CARD-EOF TO TRUE
003640             GO TO 1250-EXIT
003650     END-READ.
003660     ADD 1 TO DL270-CARDS-READ-CT.
003670     MOVE SPACES TO DL270-DROP-REASON.
003680     IF NOT HOLD-CARD-APPROVE AND NOT HOLD-CARD-DECLINE
003690         MOVE "DECISION NOT A OR D" TO DL270-DROP-REASON
003700     END-IF.
003710     IF HOLD-CARD-OPERATOR = SPACES
003720         MOVE "NO KEYING OPERATOR" TO DL270-DROP-REASON
003730     END-IF.
003740     IF DL270-APPROVED
003750        AND HOLD-CARD-OPERATOR = DL270-APPROVER
003760         MOVE "KEYED BY THE APPROVER" TO DL270-DROP-REASON
003770     END-IF.
003780     IF DL270-DROP-REASON = SPACES
003790        AND DL270-CARDS-LOADED-CT NOT < 500
003800         MOVE "CARD TABLE FULL" TO DL270-DROP-REASON
003810     END-IF.
003820     IF DL270-DROP-REASON NOT = SPACES
003830         ADD 1 TO DL270-CARDS-DROPPED-CT
003840         DISPLAY "DL270: HOLD CARD FOR " HOLD-CARD-KEY
003850             " DROPPED - " DL270-DROP-REASON
003860         MOVE "CARD DROPPED    " TO DL270-RPT-CARD-LABEL
003870         MOVE HOLD-CARD-KEY       TO DL270-RPT-CARD-KEY
003880         MOVE HOLD-CARD-DECISION  TO DL270-RPT-CARD-DECISION
003890         MOVE HOLD-CARD-HELD-DATE TO DL270-RPT-CARD-DATE
003900         MOVE HOLD-CARD-OPERATOR  TO DL270-RPT-CARD-OPERATOR
003910         MOVE DL270-DROP-REASON   TO DL270-RPT-CARD-REASON
003920         MOVE DL270-RPT-CARD-LINE TO REVIEW-RPT-LINE
003930         WRITE REVIEW-RPT-LINE
003940         GO TO 1250-EXIT
003950     END-IF.
003960     ADD 1 TO DL270-CARDS-LOADED-CT.
003970     MOVE HOLD-CARD-KEY
003980         TO DL270-HC-KEY (DL270-CARDS-LOADED-CT).
003990     MOVE HOLD-CARD-DECISION
004000         TO DL270-HC-DECISION (DL270-CARDS-LOADED-CT).
004010     MOVE HOLD-CARD-HELD-DATE
004020         TO DL270-HC-HELD-DATE (DL270-CARDS-LOADED-CT).
004030     MOVE HOLD-CARD-OPERATOR
004040         TO DL270-HC-OPERATOR (DL270-CARDS-LOADED-CT).
004050     MOVE "N" TO DL270-HC-USED-SW (DL270-CARDS-LOADED-CT).
004060 1250-EXIT.
004070     EXIT.
004080 1300-OPEN-MASTER.
004090     OPEN I-O DB-OUT-FILE.
004100     IF DL270-MASTER-STATUS NOT = "00"
004110         DISPLAY "DL270: CANNOT OPEN MASTER - STATUS "
004120             DL270-MASTER-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         GO TO 9999-EXIT
004150     END-IF.
004160 1300-EXIT.
004170     EXIT.
004180 1400-OPEN-LIVE-OUTPUTS.
004190     OPEN EXTEND BILL-INTERFACE-FILE.
004200     IF DL270-BILL-IF-STATUS = "35"
004210         OPEN OUTPUT BILL-INTERFACE-FILE
004220     END-IF.
004230*    THE RELEASE RUN IS ITS OWN HDR/TRL BATCH ON THE
004240*    INTERFACE, LIKE EVERY OTHER WRITER.
004250     PERFORM 5300-WRITE-BILLING-HEADER THRU 5300-EXIT.
004260     OPEN EXTEND AUDIT-LOG-FILE.
004270     IF DL270-AUDIT-STATUS = "35"
004280         OPEN OUTPUT AUDIT-LOG-FILE
004290     END-IF.
004300     OPEN EXTEND DB-JOURNAL-FILE.
004310     IF DL270-JOURNAL-STATUS = "35"
004320         OPEN OUTPUT DB-JOURNAL-FILE
004330     END-IF.
004340*    A DECLINED OR FAILED RELEASE JOINS THE CARRY-FORWARD
004350*    REJECTS THE NEXT DL200 RUN WILL SEE.
004360     OPEN EXTEND REJECT-FWD-FILE.
004370     IF DL270-REJECT-FWD-STATUS = "35"
004380         OPEN OUTPUT REJECT-FWD-FILE
004390     END-IF.
004400 1400-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 2000-PROCESS-HOLDS DRIVES THE REVIEW/RELEASE LOOP OVER THE
004440* WHOLE HOLD FILE.
004450*----------------------------------------------------------------
004460 2000-PROCESS-HOLDS.
004470     PERFORM 2100-PROCESS-ONE-HOLD THRU 2100-EXIT
004480         UNTIL DL270-HOLD-EOF.
004490 2000-EXIT.
004500     EXIT.
004510 2100-PROCESS-ONE-HOLD.
004520     READ DB-HOLD-FILE
004530         AT END
004540             SET DL270-HOLD-EOF TO TRUE
004550             GO TO 2100-EXIT
004560     END-READ.
004570     ADD 1 TO DL270-HOLDS-READ-CT.
004580     MOVE DB-HOLD-DATE TO DL270-HELD-DATE-X.
004590     PERFORM 2300-FETCH-MASTER THRU 2300-EXIT.
004600     PERFORM 2200-LOOKUP-HOLD-CARD THRU 2200-EXIT.
004610     IF NOT DL270-CARD-FOUND
004620         MOVE "STILL HELD   " TO DL270-RPT-DISP
004630         PERFORM 7000-CARRY-FORWARD THRU 7000-EXIT
004640         PERFORM 5000-PRINT-REVIEW-LINES THRU 5000-EXIT
004650         GO TO 2100-EXIT
004660     END-IF.
004670     IF NOT DL270-APPROVED
004680         MOVE "NOT APPROVED " TO DL270-RPT-DISP
004690         PERFORM 7000-CARRY-FORWARD THRU 7000-EXIT
004700         PERFORM 5000-PRINT-REVIEW-LINES THRU 5000-EXIT
004710         GO TO 2100-EXIT
004720     END-IF.
004730     IF DL270-HC-DECISION (DL270-MATCH-IDX) = "D"
004740         PERFORM 4500-DECLINE-HOLD THRU 4500-EXIT
004750     ELSE
004760         PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
004770     END-IF.
004780     PERFORM 5000-PRINT-REVIEW-LINES THRU 5000-EXIT.
004790 2100-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820* 2200-LOOKUP-HOLD-CARD FINDS THE FIRST UNUSED CARD FOR THE
004830* HELD KEY WHOSE HELD DATE IS BLANK OR MATCHES, AND MARKS IT
004840* USED - A KEY HELD ON TWO NIGHTS TAKES A CARD FOR EACH.
004850*----------------------------------------------------------------
004860 2200-LOOKUP-HOLD-CARD.
004870     MOVE "N" TO DL270-CARD-FOUND-SW.
004880     MOVE ZERO TO DL270-MATCH-IDX.
004890     IF DL270-CARDS-LOADED-CT = ZERO
004900         GO TO 2200-EXIT
004910     END-IF.
004920     PERFORM 2250-CHECK-ONE-CARD THRU 2250-EXIT
004930         VARYING DL270-CARD-IDX FROM 1 BY 1
004940         UNTIL DL270-CARD-IDX > DL270-CARDS-LOADED-CT
004950            OR DL270-CARD-FOUND.
004960 2200-EXIT.
004970     EXIT.
004980 2250-CHECK-ONE-CARD.
004990     IF DL270-HC-KEY (DL270-CARD-IDX) = DB-HOLD-KEY
005000        AND DL270-HC-USED-SW (DL270-CARD-IDX) = "N"
005010        AND (DL270-HC-HELD-DATE (DL270-CARD-IDX) = SPACES
005020          OR DL270-HC-HELD-DATE (DL270-CARD-IDX)
005030             = DL270-HELD-DATE-X)
005040         SET DL270-CARD-FOUND TO TRUE
005050         MOVE DL270-CARD-IDX TO DL270-MATCH-IDX
005060         MOVE "Y" TO DL270-HC-USED-SW (DL270-CARD-IDX)
005070     END-IF.
005080 2250-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 2300-FETCH-MASTER READS THE MASTER RECORD FOR THE HELD KEY,
005120* BOTH FOR THE SIDE-BY-SIDE REVIEW AND AS THE BEFORE IMAGE OF
005130* A RELEASE.  THE MASTER MAY HAVE MOVED SINCE THE ITEM WAS
005140* HELD, SO A RELEASED CHANGE IS BILLED AND AUDITED AGAINST
005150* WHAT IT SHOWS NOW, NOT AGAINST THE AMOUNT AT HOLD TIME.
005160*----------------------------------------------------------------
005170 2300-FETCH-MASTER.
005180     MOVE "N" TO DL270-KEY-ON-MASTER-SW.
005190     MOVE SPACES TO DL270-BEFORE-IMAGE.
005200     MOVE SPACES TO DL270-BEFORE-FIELD1.
005210     MOVE SPACES TO DL270-BEFORE-FIELD2.
005220     MOVE SPACES TO DL270-BEFORE-FIELD3.
005230     MOVE ZERO   TO DL270-BEFORE-AMOUNT.
005240     MOVE DB-HOLD-KEY TO DB-RECORD-KEY.
005250     READ DB-OUT-FILE
005260         INVALID KEY
005270             CONTINUE
005280         NOT INVALID KEY
005290             SET DL270-KEY-ON-MASTER TO TRUE
005300             MOVE DB-RECORD TO DL270-BEFORE-IMAGE
005310             MOVE DB-RECORD-FIELD1 TO DL270-BEFORE-FIELD1
005320             MOVE DB-RECORD-FIELD2 TO DL270-BEFORE-FIELD2
005330             MOVE DB-RECORD-FIELD3 TO DL270-BEFORE-FIELD3
005340             MOVE DB-RECORD-NUMERIC-FIELD TO DL270-BEFORE-AMOUNT
005350     END-READ.
005360 2300-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 4000-RELEASE-HOLD POSTS AN APPROVED ITEM EXACTLY AS THE
005400* NIGHT WOULD HAVE: AN ADD IS WRITTEN AND BILLED AS A CHARGE,
005410* A CHANGE IS REWRITTEN AND BILLED AS AN ADJUSTMENT FROM THE
005420* MASTER'S BEFORE IMAGE.  AN ADD WHOSE KEY HAS SINCE ARRIVED ON
005430* THE MASTER, OR A CHANGE WHOSE KEY HAS SINCE GONE, CANNOT POST
005440* AND GOES TO THE CARRY-FORWARD REJECT FILE WITH THE SAME
005450* REASON THE NIGHT WOULD HAVE GIVEN IT.
005460*----------------------------------------------------------------
005470 4000-RELEASE-HOLD.
005480     MOVE DB-HOLD-DATA TO DB-RECORD.
005490     MOVE "Y" TO DL270-MASTER-ACTION-OK-SW.
005500     IF DB-HOLD-TC-ADD
005510         WRITE DB-RECORD
005520             INVALID KEY
005530                 MOVE "N" TO DL270-MASTER-ACTION-OK-SW
005540         END-WRITE
005550     ELSE
005560         REWRITE DB-RECORD
005570             INVALID KEY
005580                 MOVE "N" TO DL270-MASTER-ACTION-OK-SW
005590         END-REWRITE
005600     END-IF.
005610     IF NOT DL270-MASTER-ACTION-OK
005620         IF DB-HOLD-TC-ADD
005630             MOVE "ADD - KEY ALREADY ON MASTER"
005640                 TO DL270-REJECT-REASON
005650         ELSE
005660             MOVE "CHANGE - KEY NOT ON MASTER"
005670                 TO DL270-REJECT-REASON
005680         END-IF
005690         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
005700         ADD 1 TO DL270-REJECTED-CT
005710         MOVE "REJECTED     " TO DL270-RPT-DISP
005720         GO TO 4000-EXIT
005730     END-IF.
005740     ADD 1 TO DL270-POSTED-CT.
005750     ADD DB-RECORD-NUMERIC-FIELD TO DL270-POSTED-TOTAL.
005760     PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT.
005770     MOVE "HOLD RELEASE"         TO DL270-AUDIT-FIELD-NAME.
005780     MOVE DB-HOLD-RUN-ID         TO DL270-AUDIT-OLD-VALUE.
005790     MOVE SPACES                 TO DL270-AUDIT-NEW-VALUE.
005800     STRING "APPROVED BY " DL270-APPROVER DELIMITED BY SIZE
005810         INTO DL270-AUDIT-NEW-VALUE.
005820     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
005830     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
005840     IF DB-HOLD-TC-ADD
005850         PERFORM 5100-WRITE-BILLING-CHARGE THRU 5100-EXIT
005860     ELSE
005870         PERFORM 5200-WRITE-BILLING-ADJUSTMENT THRU 5200-EXIT
005880     END-IF.
005890     MOVE "POSTED       " TO DL270-RPT-DISP.
005900 4000-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 4500-DECLINE-HOLD SENDS A DECLINED ITEM TO THE CARRY-FORWARD
005940* REJECT FILE WITH ITS OWN REASON NAMING THE APPROVER, AND
005950* LOGS THE DECISION ON THE AUDIT TRAIL.  THE MASTER AND BILLING
005960* ARE NOT TOUCHED.
005970*----------------------------------------------------------------
005980 4500-DECLINE-HOLD.
005990     MOVE SPACES TO DL270-REJECT-REASON.
006000     STRING "HIGH-VALUE HOLD DECLINED BY " DL270-APPROVER
006010         DELIMITED BY SIZE INTO DL270-REJECT-REASON.
006020     PERFORM 6000-WRITE-REJECT THRU 6000-EXIT.
006030     ADD 1 TO DL270-DECLINED-CT.
006040     MOVE DB-HOLD-KEY            TO DB-RECORD-KEY.
006050     MOVE "HOLD DECLINE"         TO DL270-AUDIT-FIELD-NAME.
006060     MOVE DB-HOLD-RUN-ID         TO DL270-AUDIT-OLD-VALUE.
006070     MOVE SPACES                 TO DL270-AUDIT-NEW-VALUE.
006080     STRING "DECLINED BY " DL270-APPROVER DELIMITED BY SIZE
006090         INTO DL270-AUDIT-NEW-VALUE.
006100     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
006110     MOVE "DECLINED     " TO DL270-RPT-DISP.
006120 4500-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* 5000-PRINT-REVIEW-LINES PRINTS ONE HELD ITEM'S SIDE-BY-SIDE
006160* REVIEW: THE HELD VALUE AND FIELD1 AGAINST WHAT THE MASTER
006170* SHOWED BEFORE THIS RUN ACTED, WHY IT WAS HELD, AND WHAT THIS
006180* RUN DID ABOUT IT.
006190*----------------------------------------------------------------
006200 5000-PRINT-REVIEW-LINES.
006210     MOVE DB-HOLD-KEY        TO DL270-RPT-KEY.
006220     MOVE DB-HOLD-TRANS-CODE TO DL270-RPT-TC.
006230     MOVE DB-HOLD-DATE       TO DL270-RPT-HELD-DATE.
006240     MOVE DB-HOLD-AMOUNT     TO DL270-RPT-HELD-VALUE.
006250     IF DL270-KEY-ON-MASTER
006260         MOVE DL270-BEFORE-AMOUNT TO DL270-NUMERIC-ED
006270         MOVE DL270-NUMERIC-ED TO DL270-RPT-MASTER-NOW
006280         MOVE DL270-BEFORE-FIELD1 TO DL270-RPT-MASTER-FIELD1
006290     ELSE
006300         MOVE "NOT ON MASTER " TO DL270-RPT-MASTER-NOW
006310         MOVE SPACES TO DL270-RPT-MASTER-FIELD1
006320     END-IF.
006330     MOVE DL270-RPT-REVIEW-LINE TO REVIEW-RPT-LINE.
006340     WRITE REVIEW-RPT-LINE.
006350     MOVE DB-HOLD-FIELD1     TO DL270-RPT-HELD-FIELD1.
006360     MOVE DB-HOLD-REASON     TO DL270-RPT-REASON.
006370     MOVE DL270-RPT-DETAIL-LINE TO REVIEW-RPT-LINE.
006380     WRITE REVIEW-RPT-LINE.
006390 5000-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420* 5100-WRITE-BILLING-CHARGE BILLS A RELEASED ADD AS A CHARGE OF
006430* ITS FULL AMOUNT, AND 5200-WRITE-BILLING-ADJUSTMENT BILLS A
006440* RELEASED CHANGE AS THE DIFFERENCE FROM THE MASTER'S BEFORE
006450* IMAGE, EXACTLY AS DL100 BILLS THEM.  BOTH GO AGAINST TODAY'S
006460* PERIOD, AS A DL260 DISPOSITION DOES.
006470*----------------------------------------------------------------
006480 5100-WRITE-BILLING-CHARGE.
006490     MOVE SPACES               TO BILL-INTERFACE-RECORD.
006500     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
006510     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
006520     MOVE DL270-BILLING-PERIOD TO BILL-IF-PERIOD.
006530     MOVE DB-RECORD-NUMERIC-FIELD TO BILL-IF-AMOUNT.
006540     SET BILL-IF-CHARGE        TO TRUE.
006550     SET BILL-IF-DEBIT         TO TRUE.
006560     WRITE BILL-INTERFACE-RECORD.
006570     ADD 1 TO DL270-BILLED-CT.
006580     ADD 1 TO DL270-BILL-CHG-CT.
006590     ADD DB-RECORD-NUMERIC-FIELD TO DL270-BILL-CHG-TOTAL.
006600 5100-EXIT.
006610     EXIT.
006620 5200-WRITE-BILLING-ADJUSTMENT.
006630     MOVE SPACES               TO BILL-INTERFACE-RECORD.
006640     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
006650     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
006660     MOVE DL270-BILLING-PERIOD TO BILL-IF-PERIOD.
006670     SET BILL-IF-ADJUSTMENT    TO TRUE.
006680     IF DB-RECORD-NUMERIC-FIELD < DL270-BEFORE-AMOUNT
006690         SET BILL-IF-CREDIT TO TRUE
006700         COMPUTE DL270-BILL-AMOUNT
006710             = DL270-BEFORE-AMOUNT - DB-RECORD-NUMERIC-FIELD
006720         ADD DL270-BILL-AMOUNT TO DL270-BILL-ADJ-CREDIT
006730     ELSE
006740         SET BILL-IF-DEBIT TO TRUE
006750         COMPUTE DL270-BILL-AMOUNT
006760             = DB-RECORD-NUMERIC-FIELD - DL270-BEFORE-AMOUNT
006770         ADD DL270-BILL-AMOUNT TO DL270-BILL-ADJ-DEBIT
006780     END-IF.
006790     MOVE DL270-BILL-AMOUNT    TO BILL-IF-AMOUNT.
006800     WRITE BILL-INTERFACE-RECORD.
006810     ADD 1 TO DL270-BILLED-CT.
006820     ADD 1 TO DL270-BILL-ADJ-CT.
006830 5200-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------
006860* 5300-WRITE-BILLING-HEADER AND 5400-WRITE-BILLING-TRAILER
006870* FRAME THIS RUN'S BATCH ON THE BILLING INTERFACE, AS EVERY
006880* OTHER WRITER FRAMES ITS OWN.  A RELEASE BILLS CHARGES AND
006890* ADJUSTMENTS ONLY - NEVER A REVERSAL.
006900*----------------------------------------------------------------
006910 5300-WRITE-BILLING-HEADER.
006920     MOVE SPACES             TO BILL-IF-HDR-RECORD.
006930     MOVE "HDR"              TO BILL-IF-HDR-ID.
006940     MOVE DL270-RUN-ID       TO BILL-IF-HDR-RUN-ID.
006950     MOVE DL270-CURR-DATE-8  TO BILL-IF-HDR-DATE.
006960     WRITE BILL-IF-HDR-RECORD.
006970 5300-EXIT.
006980     EXIT.
006990 5400-WRITE-BILLING-TRAILER.
007000     MOVE SPACES             TO BILL-IF-TRL-RECORD.
007010     MOVE "TRL"              TO BILL-IF-TRL-ID.
007020     MOVE DL270-BILLED-CT    TO BILL-IF-TRL-COUNT.
007030     COMPUTE BILL-IF-TRL-AMOUNT
007040         = DL270-BILL-CHG-TOTAL + DL270-BILL-ADJ-DEBIT
007050         + DL270-BILL-ADJ-CREDIT.
007060     COMPUTE BILL-IF-TRL-NET-AMOUNT
007070         = DL270-BILL-CHG-TOTAL + DL270-BILL-ADJ-DEBIT
007080         - DL270-BILL-ADJ-CREDIT.
007090     MOVE DL270-BILL-CHG-CT    TO BILL-IF-TRL-CHG-COUNT.
007100     MOVE DL270-BILL-CHG-TOTAL TO BILL-IF-TRL-CHG-AMOUNT.
007110     MOVE DL270-BILL-ADJ-CT    TO BILL-IF-TRL-ADJ-COUNT.
007120     COMPUTE BILL-IF-TRL-ADJ-GROSS
007130         = DL270-BILL-ADJ-DEBIT + DL270-BILL-ADJ-CREDIT.
007140     COMPUTE BILL-IF-TRL-ADJ-NET
007150         = DL270-BILL-ADJ-DEBIT - DL270-BILL-ADJ-CREDIT.
007160     MOVE ZERO               TO BILL-IF-TRL-REV-COUNT.
007170     MOVE ZERO               TO BILL-IF-TRL-REV-AMOUNT.
007180     WRITE BILL-IF-TRL-RECORD.
007190 5400-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220* 6000-WRITE-REJECT SENDS A DECLINED OR UNPOSTABLE HELD ITEM
007230* INTO THE CARRY-FORWARD REJECT STREAM UNDER ITS OWN TRANS CODE
007240* AND SOURCE, CARRYING THE SOURCE'S ORIGINAL VALUE AND THE DATE
007250* IT WAS HELD AS ITS FIRST-SEEN DATE, SO THE NEXT DL200 RUN
007260* (AND THE DL250 AGING REPORT) SEE IT LIKE ANY OTHER REJECT.
007270*----------------------------------------------------------------
007280 6000-WRITE-REJECT.
007290     MOVE DB-HOLD-KEY          TO DB-REJECT-KEY.
007300     MOVE DB-HOLD-FIELD1       TO DB-REJECT-FIELD1.
007310     MOVE DB-HOLD-FIELD2       TO DB-REJECT-FIELD2.
007320     MOVE DB-HOLD-FIELD3       TO DB-REJECT-FIELD3.
007330     MOVE DB-HOLD-ORIG-VALUE   TO DB-REJECT-ORIGINAL-VALUE.
007340     MOVE DL270-REJECT-REASON  TO DB-REJECT-REASON.
007350     MOVE DB-HOLD-TRANS-CODE   TO DB-REJECT-TRANS-CODE.
007360     MOVE DB-HOLD-SOURCE-CODE  TO DB-REJECT-SOURCE-CODE.
007370     MOVE DB-HOLD-DATE         TO DB-REJECT-FIRST-DATE.
007380     WRITE DB-REJECT-RECORD.
007390 6000-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420* 7000-CARRY-FORWARD COPIES AN UNDECIDED ITEM, UNCHANGED, TO
007430* THE NEW HOLD FILE FOR TOMORROW'S REVIEW.
007440*----------------------------------------------------------------
007450 7000-CARRY-FORWARD.
007460     MOVE DB-HOLD-RECORD TO HOLD-FWD-RECORD.
007470     WRITE HOLD-FWD-RECORD.
007480     ADD 1 TO DL270-STILL-HELD-CT.
007490 7000-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* 8000-WRITE-AUDIT-ENTRIES LOGS THE FOUR FIELDS A RELEASE
007530* POSTS, OLD (THE MASTER BEFORE THE RELEASE - BLANK FOR AN ADD)
007540* AND NEW, UNDER THIS RUN'S ID, AS A NIGHTLY POST LOGS THEM.
007550*----------------------------------------------------------------
007560 8000-WRITE-AUDIT-ENTRIES.
007570     MOVE "FIELD1"               TO DL270-AUDIT-FIELD-NAME.
007580     MOVE DL270-BEFORE-FIELD1    TO DL270-AUDIT-OLD-VALUE.
007590     MOVE DB-RECORD-FIELD1       TO DL270-AUDIT-NEW-VALUE.
007600     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
007610     MOVE "FIELD2"               TO DL270-AUDIT-FIELD-NAME.
007620     MOVE DL270-BEFORE-FIELD2    TO DL270-AUDIT-OLD-VALUE.
007630     MOVE DB-RECORD-FIELD2       TO DL270-AUDIT-NEW-VALUE.
007640     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
007650     MOVE "FIELD3"               TO DL270-AUDIT-FIELD-NAME.
007660     MOVE DL270-BEFORE-FIELD3    TO DL270-AUDIT-OLD-VALUE.
007670     MOVE DB-RECORD-FIELD3       TO DL270-AUDIT-NEW-VALUE.
007680     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
007690     MOVE "NUMERIC-FIELD"        TO DL270-AUDIT-FIELD-NAME.
007700     IF DL270-KEY-ON-MASTER
007710         MOVE DL270-BEFORE-AMOUNT TO DL270-NUMERIC-ED
007720         MOVE DL270-NUMERIC-ED   TO DL270-AUDIT-OLD-VALUE
007730     ELSE
007740         MOVE SPACES             TO DL270-AUDIT-OLD-VALUE
007750     END-IF.
007760     MOVE DB-RECORD-NUMERIC-FIELD TO DL270-NUMERIC-ED.
007770     MOVE DL270-NUMERIC-ED       TO DL270-AUDIT-NEW-VALUE.
007780     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
007790 8000-EXIT.
007800     EXIT.
007810 8100-WRITE-AUDIT-ENTRY.
007820     MOVE DB-RECORD-KEY          TO AUDIT-LOG-KEY.
007830     MOVE DL270-AUDIT-FIELD-NAME TO AUDIT-LOG-FIELD-NAME.
007840     MOVE DL270-AUDIT-OLD-VALUE  TO AUDIT-LOG-OLD-VALUE.
007850     MOVE DL270-AUDIT-NEW-VALUE  TO AUDIT-LOG-NEW-VALUE.
007860     MOVE DL270-RUN-TIMESTAMP    TO AUDIT-LOG-TIMESTAMP.
007870     MOVE DL270-RUN-ID           TO AUDIT-LOG-RUN-ID.
007880     WRITE AUDIT-LOG-RECORD.
007890 8100-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 8300-WRITE-JOURNAL JOURNALS A RELEASE AS THE NIGHT WOULD
007930* HAVE: A WRITE WITH A BLANK BEFORE IMAGE FOR AN ADD, A
007940* REWRITE WITH THE MASTER'S BEFORE IMAGE FOR A CHANGE.
007950*----------------------------------------------------------------
007960 8300-WRITE-JOURNAL.
007970     IF DB-HOLD-TC-ADD
007980         MOVE "W"                TO DB-JRNL-ACTION
007990     ELSE
008000         MOVE "R"                TO DB-JRNL-ACTION
008010     END-IF.
008020     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
008030     MOVE DL270-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
008040     MOVE DL270-RUN-ID           TO DB-JRNL-RUN-ID.
008045     MOVE SPACES                 TO DB-JRNL-LINK-KEY.
008050     MOVE DL270-BEFORE-IMAGE     TO DB-JRNL-BEFORE-IMAGE.
008060     MOVE DB-RECORD              TO DB-JRNL-AFTER-IMAGE.
008070     WRITE DB-JOURNAL-RECORD.
008080 8300-EXIT.
008090     EXIT.
008091*----------------------------------------------------------------
008092* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
008093* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
008094* THERE IS NO CALENDAR).
008095*----------------------------------------------------------------
008096 8500-START-STEP.
008097     ACCEPT DL270-STEP-DATE-8 FROM DATE YYYYMMDD.
008098     MOVE DL270-STEP-DATE-8 TO DL270-STEP-BUS-DATE.
008099     OPEN INPUT RUN-CAL-FILE.
008100     IF DL270-RUN-CAL-STATUS = "00"
008101         READ RUN-CAL-FILE
008102             AT END
008103                 CONTINUE
008104             NOT AT END
008105                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
008106                    AND RUN-CAL-BUSINESS-DATE > ZERO
008107                     MOVE RUN-CAL-BUSINESS-DATE
008108                         TO DL270-STEP-BUS-DATE
008109                 END-IF
008110         END-READ
008111         CLOSE RUN-CAL-FILE
008112     END-IF.
008113     MOVE SPACES TO STEP-CTL-RECORD.
008114     MOVE "S" TO STEP-CTL-EVENT.
008115     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
008116         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
008117         STEP-CTL-COUNT-5.
008118     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
008119     SET DL270-STEP-STARTED TO TRUE.
008120 8500-EXIT.
008121     EXIT.
008122*----------------------------------------------------------------
008123* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
008124* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
008125* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
008126*----------------------------------------------------------------
008127 8550-WRITE-STEP-RECORD.
008128     MOVE DL270-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
008129     MOVE "DL270" TO STEP-CTL-JOB.
008130     ACCEPT DL270-STEP-DATE-8 FROM DATE YYYYMMDD.
008131     ACCEPT DL270-STEP-TIME-8 FROM TIME.
008132     MOVE DL270-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
008133     MOVE DL270-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
008134     OPEN EXTEND STEP-CTL-FILE.
008135     IF DL270-STEPCTL-STATUS = "35"
008136         OPEN OUTPUT STEP-CTL-FILE
008137     END-IF.
008138     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
008139     CLOSE STEP-CTL-FILE.
008140 8550-EXIT.
008141     EXIT.
008142*----------------------------------------------------------------
008143* 9000-TERMINATE LISTS THE CARDS THAT MATCHED NO HELD ITEM,
008144* PRINTS THE APPROVER AND THE COUNTS, SETS THE RETURN CODE
008145* (8 = DECISION CARDS BUT NO APPROVAL, 4 = CARDS DROPPED OR
008146* UNMATCHED OR A RELEASE REJECTED, 0 = CLEAN) AND CLOSES THE
008150* FILES.  ITEMS READ MUST EQUAL POSTED PLUS DECLINED PLUS
008160* REJECTED PLUS STILL HELD.
008170*----------------------------------------------------------------
008180 9000-TERMINATE.
008190     IF DL270-CARDS-LOADED-CT > ZERO
008200         PERFORM 9100-CHECK-UNMATCHED THRU 9100-EXIT
008210             VARYING DL270-CARD-IDX FROM 1 BY 1
008220             UNTIL DL270-CARD-IDX > DL270-CARDS-LOADED-CT
008230     END-IF.
008240     MOVE SPACES TO REVIEW-RPT-LINE.
008250     WRITE REVIEW-RPT-LINE.
008260     IF DL270-APPROVED
008270         MOVE DL270-APPROVER TO DL270-RPT-APPROVER
008280         MOVE DL270-RPT-APPROVER-LINE TO REVIEW-RPT-LINE
008290         WRITE REVIEW-RPT-LINE
008300     ELSE
008310         MOVE DL270-RPT-NO-APPR-LINE TO REVIEW-RPT-LINE
008320         WRITE REVIEW-RPT-LINE
008330     END-IF.
008340     MOVE DL270-HOLDS-READ-CT TO DL270-RPT-READ-CT.
008350     MOVE DL270-RPT-READ-LINE TO REVIEW-RPT-LINE.
008360     WRITE REVIEW-RPT-LINE.
008370     MOVE DL270-POSTED-CT TO DL270-RPT-POSTED-CT.
008380     MOVE DL270-RPT-POSTED-LINE TO REVIEW-RPT-LINE.
008390     WRITE REVIEW-RPT-LINE.
008400     MOVE DL270-DECLINED-CT TO DL270-RPT-DECLINED-CT.
008410     MOVE DL270-RPT-DECLINED-LINE TO REVIEW-RPT-LINE.
008420     WRITE REVIEW-RPT-LINE.
008430     MOVE DL270-REJECTED-CT TO DL270-RPT-REJECTED-CT.
008440     MOVE DL270-RPT-REJECTED-LINE TO REVIEW-RPT-LINE.
008450     WRITE REVIEW-RPT-LINE.
008460     MOVE DL270-STILL-HELD-CT TO DL270-RPT-STILL-HELD-CT.
008470     MOVE DL270-RPT-STILL-HELD-LINE TO REVIEW-RPT-LINE.
008480     WRITE REVIEW-RPT-LINE.
008490     MOVE DL270-CARDS-READ-CT TO DL270-RPT-CARDS-READ-CT.
008500     MOVE DL270-RPT-CARDS-READ-LINE TO REVIEW-RPT-LINE.
008510     WRITE REVIEW-RPT-LINE.
008520     MOVE DL270-CARDS-DROPPED-CT TO DL270-RPT-DROPPED-CT.
008530     MOVE DL270-RPT-DROPPED-LINE TO REVIEW-RPT-LINE.
008540     WRITE REVIEW-RPT-LINE.
008550     MOVE DL270-CARDS-UNMATCHED-CT TO DL270-RPT-UNMATCHED-CT.
008560     MOVE DL270-RPT-UNMATCHED-LINE TO REVIEW-RPT-LINE.
008570     WRITE REVIEW-RPT-LINE.
008580     MOVE DL270-POSTED-TOTAL TO DL270-RPT-CONTROL-TOT.
008590     MOVE DL270-RPT-CONTROL-LINE TO REVIEW-RPT-LINE.
008600     WRITE REVIEW-RPT-LINE.
008610     DISPLAY "DL270 ITEMS HELD READ = " DL270-HOLDS-READ-CT.
008620     DISPLAY "DL270 POSTED          = " DL270-POSTED-CT.
008630     DISPLAY "DL270 DECLINED        = " DL270-DECLINED-CT.
008640     DISPLAY "DL270 REJECTED        = " DL270-REJECTED-CT.
008650     DISPLAY "DL270 STILL HELD      = " DL270-STILL-HELD-CT.
008660     IF NOT DL270-APPROVED AND DL270-CARDS-READ-CT > ZERO
008670         DISPLAY "DL270: NO APPROVAL CARD - NOTHING RELEASED "
008680             "OR DECLINED"
008690         MOVE 8 TO RETURN-CODE
008700     ELSE
008710         IF DL270-CARDS-DROPPED-CT > ZERO
008720            OR DL270-CARDS-UNMATCHED-CT > ZERO
008730            OR DL270-REJECTED-CT > ZERO
008740             MOVE 4 TO RETURN-CODE
008750         END-IF
008760     END-IF.
008770     IF DL270-HOLD-STATUS NOT = "35"
008780         CLOSE DB-HOLD-FILE
008790     END-IF.
008800     CLOSE DB-OUT-FILE.
008810     IF DL270-APPROVED
008820         PERFORM 5400-WRITE-BILLING-TRAILER THRU 5400-EXIT
008830         CLOSE BILL-INTERFACE-FILE
008840         CLOSE AUDIT-LOG-FILE
008850         CLOSE DB-JOURNAL-FILE
008860         CLOSE REJECT-FWD-FILE
008870     END-IF.
008880     CLOSE HOLD-FWD-FILE.
008890     CLOSE REVIEW-RPT-FILE.
008900 9000-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930* 9100-CHECK-UNMATCHED LISTS A DECISION CARD THAT FOUND NO HELD
008940* ITEM - A MISTYPED KEY OR DATE, OR AN ITEM ALREADY DECIDED.
008950*----------------------------------------------------------------
008960 9100-CHECK-UNMATCHED.
008970     IF DL270-HC-USED-SW (DL270-CARD-IDX) = "Y"
008980         GO TO 9100-EXIT
008990     END-IF.
009000     ADD 1 TO DL270-CARDS-UNMATCHED-CT.
009010     MOVE "NO HELD ITEM    "  TO DL270-RPT-CARD-LABEL.
009020     MOVE DL270-HC-KEY (DL270-CARD-IDX)
009030         TO DL270-RPT-CARD-KEY.
009040     MOVE DL270-HC-DECISION (DL270-CARD-IDX)
009050         TO DL270-RPT-CARD-DECISION.
009060     MOVE DL270-HC-HELD-DATE (DL270-CARD-IDX)
009070         TO DL270-RPT-CARD-DATE.
009080     MOVE DL270-HC-OPERATOR (DL270-CARD-IDX)
009090         TO DL270-RPT-CARD-OPERATOR.
009100     MOVE "CARD NOT USED"     TO DL270-RPT-CARD-REASON.
009110     MOVE DL270-RPT-CARD-LINE TO REVIEW-RPT-LINE.
009120     WRITE REVIEW-RPT-LINE.
009130 9100-EXIT.
009140     EXIT.
009141*----------------------------------------------------------------
009142* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
009143* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
009144* HERE, REFUSALS INCLUDED.
009145*----------------------------------------------------------------
009146 9900-END-STEP.
009147     IF NOT DL270-STEP-STARTED
009148         GO TO 9900-EXIT
009149     END-IF.
009150     MOVE SPACES TO STEP-CTL-RECORD.
009151     MOVE "E" TO STEP-CTL-EVENT.
009152     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
009153     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
009154         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
009155     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
009156 9900-EXIT.
009157     EXIT.
009158 9999-EXIT.
009159     PERFORM 9900-END-STEP THRU 9900-EXIT.
009160     STOP RUN.
