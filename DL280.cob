000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL280.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     REJECT FEEDBACK TO THE SOURCE REGIONS.  RUNS NIGHTLY      *
000130*     AFTER THE DL200 REPAIR RUN AND WRITES ONE FEEDBACK FILE   *
000140*     PER REGION IN SERVICE ON THE SOURCE REGISTRY (DD NAME     *
000150*     "REJFB" PLUS THE SOURCE CODE, LAYOUT REJFB.CPY) SO THE    *
000160*     REGION CAN FIX THE PROBLEM IN ITS OWN SYSTEM INSTEAD OF   *
000170*     SENDING THE SAME BAD RECORD AGAIN.  EACH FILE CARRIES -   *
000180*       EVERY REJECT STILL OUTSTANDING FOR THE REGION AFTER     *
000190*       THE REPAIR RUN (THE CARRY-FORWARD FILE DBREJNEW), WITH  *
000200*       ITS KEY, TRANS CODE, ORIGINAL VALUE, REASON AND THE     *
000210*       DATE IT WAS FIRST SEEN - SENT EVERY NIGHT UNTIL IT      *
000220*       CLEARS;                                                 *
000230*       EVERY DUPLICATE OF THE REGION'S SUPPRESSED THAT NIGHT   *
000240*       (DBDUPES).                                              *
000250*     FRAMED LIKE THE BILLING INTERFACE WITH A HDR RECORD AND   *
000260*     A TRL RECORD CARRYING THE COUNTS - A REGION WITH NOTHING  *
000270*     OUTSTANDING STILL GETS ITS HDR AND TRL.  A CORRECTED      *
000280*     RESEND THAT POSTS IS CLEARED BY THE NEXT DL200 RUN.       *
000290*     REJECTS AND DUPLICATES WHOSE SOURCE CODE IS BLANK, OFF    *
000300*     THE REGISTRY OR NOT IN SERVICE HAVE NO REGION TO GO TO;   *
000310*     THEY ARE COUNTED ON THE FEEDBACK REPORT (DL280RPT) AND    *
000320*     END THE RUN WITH RETURN-CODE 4.  REFUSES TO RUN (RC 12)   *
000330*     UNTIL DL200 IS COMPLETE FOR THE BUSINESS DATE, UNLESS A   *
000340*     STEPOVRD OPERATOR CARD OVERRIDES THE CHECK.               *
000350*                                                                *
000360* MODIFICATION HISTORY.                                         *
000370* DATE       INIT  DESCRIPTION                                  *
000380* ---------- ----  -----------------------------------------   *
000390* 2026-10-15  JL   INITIAL VERSION.                             *
000392* 2026-10-15  JL   A DBREJNEW OR DBDUPES THAT EXISTS BUT WILL    *
000395*                  NOT OPEN NOW STOPS THE RUN WITH RC 16 BEFORE  *
000397*                  ANY FEEDBACK FILE IS WRITTEN.                 *
000400*                                                                *
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DL280.
000440 AUTHOR. J. LOGAN.
000450 INSTALLATION. DATA CONVERSION UNIT.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL280-SRCREG-STATUS.
000540     SELECT REJECT-IN-FILE  ASSIGN TO "DBREJNEW"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DL280-REJECT-STATUS.
000570     SELECT DUP-FILE        ASSIGN TO "DBDUPES"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DL280-DUP-STATUS.
000600     SELECT FEEDBACK-FILE   ASSIGN USING DL280-FEEDBACK-DD
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL280-FEEDBACK-STATUS.
000630     SELECT FEEDBACK-RPT-FILE ASSIGN TO "DL280RPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS DL280-STEPCTL-STATUS.
000680     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS DL280-RUN-CAL-STATUS.
000710     SELECT STEP-OVRD-FILE  ASSIGN TO "STEPOVRD"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DL280-STEPOVRD-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SOURCE-REG-FILE.
000770 01  SOURCE-REG-FILE-RECORD          PIC X(80).
000780 FD  REJECT-IN-FILE.
000790     COPY DBREJECT.
000800 FD  DUP-FILE.
000810     COPY DBDUPES.
000820 FD  FEEDBACK-FILE.
000830     COPY REJFB.
000840 FD  FEEDBACK-RPT-FILE.
000850 01  FEEDBACK-RPT-LINE               PIC X(80).
000860 FD  STEP-CTL-FILE.
000870 01  STEP-CTL-FILE-RECORD            PIC X(80).
000880 FD  RUN-CAL-FILE.
000890     COPY RUNCAL.
000900 FD  STEP-OVRD-FILE.
000910 01  STEP-OVRD-CARD.
000920     05  STEP-OVRD-JOB               PIC X(05).
000930     05  STEP-OVRD-BUSINESS-DATE     PIC 9(08).
000940     05  STEP-OVRD-OPERATOR          PIC X(08).
000950     05  STEP-OVRD-REASON            PIC X(31).
000960     05  FILLER                      PIC X(28).
000970 WORKING-STORAGE SECTION.
000980 77  DL280-SRCREG-STATUS             PIC X(02) VALUE "00".
000990 77  DL280-REJECT-STATUS             PIC X(02) VALUE "00".
001000 77  DL280-DUP-STATUS                PIC X(02) VALUE "00".
001010 77  DL280-FEEDBACK-STATUS           PIC X(02) VALUE "00".
001020 77  DL280-SRCREG-EOF-SW             PIC X(01) VALUE "N".
001030     88  DL280-SRCREG-EOF            VALUE "Y".
001040 77  DL280-REJECT-EOF-SW             PIC X(01) VALUE "N".
001050     88  DL280-REJECT-EOF            VALUE "Y".
001060 77  DL280-DUP-EOF-SW                PIC X(01) VALUE "N".
001070     88  DL280-DUP-EOF               VALUE "Y".
001080 77  DL280-FEEDBACK-DD               PIC X(09) VALUE "REJFB".
001090 77  DL280-RUN-ID                    PIC X(14) VALUE SPACES.
001100 77  DL280-REGION-CT                 PIC 9(02) VALUE ZERO COMP.
001110 77  DL280-REGION-IDX                PIC 9(02) VALUE ZERO COMP.
001120 77  DL280-REGIONS-SENT-CT           PIC 9(09) VALUE ZERO COMP.
001130 77  DL280-REJECTS-IN-CT             PIC 9(09) VALUE ZERO COMP.
001140 77  DL280-DUPES-IN-CT               PIC 9(09) VALUE ZERO COMP.
001150 77  DL280-REJECTS-SENT-CT           PIC 9(09) VALUE ZERO COMP.
001160 77  DL280-DUPES-SENT-CT             PIC 9(09) VALUE ZERO COMP.
001170 77  DL280-REJECTS-KEPT-CT           PIC 9(09) VALUE ZERO COMP.
001180 77  DL280-DUPES-KEPT-CT             PIC 9(09) VALUE ZERO COMP.
001190 77  DL280-FILE-REJ-CT               PIC 9(09) VALUE ZERO COMP.
001200 77  DL280-FILE-DUP-CT               PIC 9(09) VALUE ZERO COMP.
001210 77  DL280-OCCURRENCE-ED             PIC 9(05).
001220 77  DL280-STEPCTL-STATUS            PIC X(02) VALUE "00".
001230 77  DL280-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001240 77  DL280-STEP-STARTED-SW           PIC X(01) VALUE "N".
001250     88  DL280-STEP-STARTED          VALUE "Y".
001260 77  DL280-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001270 77  DL280-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001280 77  DL280-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001290 77  DL280-STEPOVRD-STATUS           PIC X(02) VALUE "00".
001300 77  DL280-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
001310     88  DL280-STEPCTL-EOF           VALUE "Y".
001320 77  DL280-STEPOVRD-EOF-SW           PIC X(01) VALUE "N".
001330     88  DL280-STEPOVRD-EOF          VALUE "Y".
001340 77  DL280-PRED-BLOCKED-SW           PIC X(01) VALUE "N".
001350     88  DL280-PRED-BLOCKED          VALUE "Y".
001360 77  DL280-PRED-CT                   PIC 9(02) VALUE 1 COMP.
001370 77  DL280-PRED-IDX                  PIC 9(02) VALUE ZERO COMP.
001380 77  DL280-STEP-OVERRIDE-OPER        PIC X(08) VALUE SPACES.
001390 77  DL280-STEP-OVERRIDE-REASON      PIC X(31) VALUE SPACES.
001400*    EACH SOURCE REGISTRY ENTRY IS READ INTO HERE BY 1150.
001410     COPY SRCREG.
001420*    ONE ENTRY PER SOURCE REGISTRY ENTRY, IN REGISTRY ORDER, WITH
001430*    WHAT WAS RETURNED TO IT.  ONLY AN ENTRY IN SERVICE ON THE
001440*    BUSINESS DATE IS SENT A FILE.
001450 01  DL280-REGION-TABLE.
001460     05  DL280-REGION-ENTRY OCCURS 20 TIMES.
001470         10  DL280-RG-CODE           PIC X(03).
001480         10  DL280-RG-NAME           PIC X(20).
001490         10  DL280-RG-IN-SERVICE-SW  PIC X(01).
001500         10  DL280-RG-REJ-CT         PIC 9(09).
001510         10  DL280-RG-DUP-CT         PIC 9(09).
001520 01  DL280-RPT-HEADING.
001530     05  FILLER                      PIC X(36)
001540         VALUE "REJECT FEEDBACK TO REGIONS - RUN ID ".
001550     05  DL280-RPT-HDG-RUN-ID        PIC X(14).
001560     05  FILLER                      PIC X(30) VALUE SPACES.
001570 01  DL280-RPT-COLUMNS               PIC X(80) VALUE
001580     "SRC REGION               FEEDBACK    REJECTS      DUPES".
001590 01  DL280-RPT-REGION-LINE.
001600     05  DL280-RPT-RG-CODE           PIC X(03).
001610     05  FILLER                      PIC X(01) VALUE SPACE.
001620     05  DL280-RPT-RG-NAME           PIC X(20).
001630     05  FILLER                      PIC X(01) VALUE SPACE.
001640     05  DL280-RPT-RG-DD             PIC X(09).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DL280-RPT-RG-REJ            PIC ZZZZZZZZ9.
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL280-RPT-RG-DUP            PIC ZZZZZZZZ9.
001690     05  FILLER                      PIC X(24) VALUE SPACES.
001700 01  DL280-RPT-COUNT-LINE.
001710     05  DL280-RPT-COUNT-LABEL       PIC X(20).
001720     05  DL280-RPT-COUNT             PIC ZZZZZZZZ9.
001730     05  FILLER                      PIC X(51) VALUE SPACES.
001740 01  DL280-RPT-KEPT-LINE             PIC X(80) VALUE
001750     "*** REJECTS/DUPLICATES WITH NO REGION IN SERVICE - NOT RETUR
001760-    "NED ***".
001770*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001780     COPY STEPCTL.
001790*    THE STEPS THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE
001800*    BEFORE THIS ONE MAY RUN, EACH WITH THE STEP THAT STANDS IN
001810*    FOR IT ON AN UNSPLIT NIGHT (BLANK FOR NONE).
001820*    DL200 MUST HAVE LEFT THE NIGHT'S CARRY-FORWARD REJECT FILE.
001830 01  DL280-PRED-VALUES.
001840     05  FILLER                      PIC X(10) VALUE "DL200     ".
001850 01  DL280-PRED-TABLE REDEFINES DL280-PRED-VALUES.
001860     05  DL280-PRED-ENTRY OCCURS 1 TIMES.
001870         10  DL280-PRED-JOB          PIC X(05).
001880         10  DL280-PRED-ALT-JOB      PIC X(05).
001890 01  DL280-PRED-STANDING-TABLE.
001900     05  DL280-PRED-STANDING OCCURS 1 TIMES.
001910         10  DL280-PRED-STATE        PIC X(01).
001920         10  DL280-PRED-RC           PIC 9(03).
001930         10  DL280-PRED-ALT-STATE    PIC X(01).
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 8500-START-STEP THRU 8500-EXIT.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-SEND-ONE-REGION THRU 2000-EXIT
001990         VARYING DL280-REGION-IDX FROM 1 BY 1
002000         UNTIL DL280-REGION-IDX > DL280-REGION-CT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     GO TO 9999-EXIT.
002030*----------------------------------------------------------------
002040* 1000-INITIALIZE LOADS THE SOURCE REGISTRY, COUNTS WHAT THERE
002050* IS TO RETURN, AND PRINTS THE REPORT HEADINGS.  NO REJECT OR
002060* DUPLICATE FILE TONIGHT SIMPLY MEANS NOTHING OF THAT KIND IS
002070* OUTSTANDING - EVERY REGION STILL GETS ITS HDR AND TRL.  ONE
002073* THAT IS THERE BUT WILL NOT OPEN STOPS THE RUN WITH RETURN-CODE
002076* 16 BEFORE ANY REGION IS SENT AN EMPTY FEEDBACK FILE.
002080*----------------------------------------------------------------
002090 1000-INITIALIZE.
002100     MOVE "DL280-" TO DL280-RUN-ID.
002110     MOVE DL280-STEP-BUS-DATE TO DL280-RUN-ID (7:8).
002120     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
002130     OPEN INPUT REJECT-IN-FILE.
002131     IF DL280-REJECT-STATUS NOT = "00" AND NOT = "35"
002132         DISPLAY "DL280: CANNOT OPEN DBREJNEW - STATUS "
002134             DL280-REJECT-STATUS
002135         MOVE 16 TO RETURN-CODE
002137         GO TO 9999-EXIT
002138     END-IF.
002140     IF DL280-REJECT-STATUS = "00"
002150         PERFORM 1200-COUNT-ONE-REJECT THRU 1200-EXIT
002160             UNTIL DL280-REJECT-EOF
002170         CLOSE REJECT-IN-FILE
002180     END-IF.
002190     OPEN INPUT DUP-FILE.
002191     IF DL280-DUP-STATUS NOT = "00" AND NOT = "35"
002192         DISPLAY "DL280: CANNOT OPEN DBDUPES - STATUS "
002194             DL280-DUP-STATUS
002195         MOVE 16 TO RETURN-CODE
002197         GO TO 9999-EXIT
002198     END-IF.
002200     IF DL280-DUP-STATUS = "00"
002210         PERFORM 1300-COUNT-ONE-DUP THRU 1300-EXIT
002220             UNTIL DL280-DUP-EOF
002230         CLOSE DUP-FILE
002240     END-IF.
002250     OPEN OUTPUT FEEDBACK-RPT-FILE.
002260     MOVE DL280-RUN-ID TO DL280-RPT-HDG-RUN-ID.
002270     MOVE DL280-RPT-HEADING TO FEEDBACK-RPT-LINE.
002280     WRITE FEEDBACK-RPT-LINE.
002290     MOVE SPACES TO FEEDBACK-RPT-LINE.
002300     WRITE FEEDBACK-RPT-LINE.
002310     MOVE DL280-RPT-COLUMNS TO FEEDBACK-RPT-LINE.
002320     WRITE FEEDBACK-RPT-LINE.
002330 1000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 1100-LOAD-REGISTRY READS THE SOURCE REGISTRY INTO THE REGION
002370* TABLE IN REGISTRY ORDER.  WITH NO REGISTRY THERE IS NO REGION
002380* TO RETURN ANYTHING TO, SO THE RUN STOPS.
002390*----------------------------------------------------------------
002400 1100-LOAD-REGISTRY.
002410     OPEN INPUT SOURCE-REG-FILE.
002420     IF DL280-SRCREG-STATUS NOT = "00"
002430         DISPLAY "DL280: SOURCE REGISTRY (SRCREG) NOT AVAILABLE"
002440             " - STATUS " DL280-SRCREG-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-EXIT
002470     END-IF.
002480     PERFORM 1150-LOAD-ONE-ENTRY THRU 1150-EXIT
002490         UNTIL DL280-SRCREG-EOF.
002500     CLOSE SOURCE-REG-FILE.
002510     IF DL280-REGION-CT = ZERO
002520         DISPLAY "DL280: SOURCE REGISTRY (SRCREG) IS EMPTY"
002530         MOVE 16 TO RETURN-CODE
002540         GO TO 9999-EXIT
002550     END-IF.
002560 1100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 1150-LOAD-ONE-ENTRY TAKES ONE REGISTRY ENTRY INTO THE NEXT
002600* TABLE SLOT.  THE ENTRY IS IN SERVICE WHEN IT IS ACTIVE AND
002610* THE BUSINESS DATE FALLS WITHIN ITS EFFECTIVE DATES.  DL050
002620* NEVER LETS THE REGISTRY GROW PAST 20 ENTRIES.
002630*----------------------------------------------------------------
002640 1150-LOAD-ONE-ENTRY.
002650     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
002660         AT END
002670             SET DL280-SRCREG-EOF TO TRUE
002680             GO TO 1150-EXIT
002690     END-READ.
002700     IF DL280-REGION-CT NOT < 20
002710         DISPLAY "DL280: SOURCE REGISTRY ENTRY " SRC-REG-CODE
002720             " BEYOND 20 IGNORED"
002730         GO TO 1150-EXIT
002740     END-IF.
002750     ADD 1 TO DL280-REGION-CT.
002760     MOVE SRC-REG-CODE TO DL280-RG-CODE (DL280-REGION-CT).
002770     MOVE SRC-REG-REGION-NAME TO DL280-RG-NAME (DL280-REGION-CT).
002780     MOVE "N" TO DL280-RG-IN-SERVICE-SW (DL280-REGION-CT).
002790     MOVE ZERO TO DL280-RG-REJ-CT (DL280-REGION-CT).
002800     MOVE ZERO TO DL280-RG-DUP-CT (DL280-REGION-CT).
002810     IF SRC-REG-ACTIVE
002820        AND SRC-REG-EFF-FROM NOT > DL280-STEP-BUS-DATE
002830        AND SRC-REG-EFF-THRU NOT < DL280-STEP-BUS-DATE
002840         MOVE "Y" TO DL280-RG-IN-SERVICE-SW (DL280-REGION-CT)
002850     END-IF.
002860 1150-EXIT.
002870     EXIT.
002880 1200-COUNT-ONE-REJECT.
002890     READ REJECT-IN-FILE
002900         AT END
002910             SET DL280-REJECT-EOF TO TRUE
002920             GO TO 1200-EXIT
002930     END-READ.
002940     ADD 1 TO DL280-REJECTS-IN-CT.
002950 1200-EXIT.
002960     EXIT.
002970 1300-COUNT-ONE-DUP.
002980     READ DUP-FILE
002990         AT END
003000             SET DL280-DUP-EOF TO TRUE
003010             GO TO 1300-EXIT
003020     END-READ.
003030     ADD 1 TO DL280-DUPES-IN-CT.
003040 1300-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2000-SEND-ONE-REGION WRITES ONE IN-SERVICE REGION'S FEEDBACK
003080* FILE: HDR, EVERY OUTSTANDING REJECT OF ITS SOURCE CODE, EVERY
003090* DUPLICATE OF ITS SOURCE CODE SUPPRESSED TONIGHT, AND TRL.
003100* THE TWO INPUT FILES ARE READ ONCE PER REGION, AND ARE OPENED
003110* BEFORE THE FEEDBACK FILE SO THAT ONE WHICH WILL NOT OPEN STOPS
003113* THE RUN BEFORE A REGION IS SENT A FILE MISSING ITS ITEMS.  A
003116* REGION OUT OF SERVICE IS LISTED BUT SENT NOTHING.
003120*----------------------------------------------------------------
003130 2000-SEND-ONE-REGION.
003140     MOVE DL280-RG-CODE (DL280-REGION-IDX) TO DL280-RPT-RG-CODE.
003150     MOVE DL280-RG-NAME (DL280-REGION-IDX) TO DL280-RPT-RG-NAME.
003160     IF DL280-RG-IN-SERVICE-SW (DL280-REGION-IDX) NOT = "Y"
003170         MOVE "NOT SENT" TO DL280-RPT-RG-DD
003180         MOVE ZERO TO DL280-RPT-RG-REJ DL280-RPT-RG-DUP
003190         MOVE DL280-RPT-REGION-LINE TO FEEDBACK-RPT-LINE
003200         WRITE FEEDBACK-RPT-LINE
003210         GO TO 2000-EXIT
003211     END-IF.
003212     MOVE "N" TO DL280-REJECT-EOF-SW.
003213     OPEN INPUT REJECT-IN-FILE.
003214     IF DL280-REJECT-STATUS = "35"
003215         SET DL280-REJECT-EOF TO TRUE
003216     ELSE
003217         IF DL280-REJECT-STATUS NOT = "00"
003218             DISPLAY "DL280: CANNOT OPEN DBREJNEW - STATUS "
003220                 DL280-REJECT-STATUS
003221             MOVE 16 TO RETURN-CODE
003222             GO TO 9999-EXIT
003223         END-IF
003224     END-IF.
003225     MOVE "N" TO DL280-DUP-EOF-SW.
003226     OPEN INPUT DUP-FILE.
003227     IF DL280-DUP-STATUS = "35"
003228         SET DL280-DUP-EOF TO TRUE
003230     ELSE
003231         IF DL280-DUP-STATUS NOT = "00"
003232             DISPLAY "DL280: CANNOT OPEN DBDUPES - STATUS "
003233                 DL280-DUP-STATUS
003234             MOVE 16 TO RETURN-CODE
003235             GO TO 9999-EXIT
003236         END-IF
003237     END-IF.
003238     MOVE "REJFB" TO DL280-FEEDBACK-DD.
003240     MOVE DL280-RG-CODE (DL280-REGION-IDX)
003250         TO DL280-FEEDBACK-DD (6:3).
003260     OPEN OUTPUT FEEDBACK-FILE.
003270     IF DL280-FEEDBACK-STATUS NOT = "00"
003280         DISPLAY "DL280: CANNOT OPEN FEEDBACK FILE "
003290             DL280-FEEDBACK-DD " - STATUS " DL280-FEEDBACK-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 9999-EXIT
003320     END-IF.
003330     MOVE ZERO TO DL280-FILE-REJ-CT DL280-FILE-DUP-CT.
003340     MOVE SPACES TO REJ-FB-HDR-RECORD.
003350     MOVE "HDR" TO REJ-FB-HDR-ID.
003360     MOVE DL280-RG-CODE (DL280-REGION-IDX)
003370         TO REJ-FB-HDR-SOURCE-CODE.
003380     MOVE DL280-RUN-ID TO REJ-FB-HDR-RUN-ID.
003390     MOVE DL280-STEP-BUS-DATE TO REJ-FB-HDR-DATE.
003400     WRITE REJ-FB-HDR-RECORD.
003410     PERFORM 2100-SEND-ONE-REJECT THRU 2100-EXIT
003420         UNTIL DL280-REJECT-EOF.
003430     IF DL280-REJECT-STATUS NOT = "35"
003460         CLOSE REJECT-IN-FILE
003470     END-IF.
003480     PERFORM 2200-SEND-ONE-DUP THRU 2200-EXIT
003490         UNTIL DL280-DUP-EOF.
003500     IF DL280-DUP-STATUS NOT = "35"
003530         CLOSE DUP-FILE
003540     END-IF.
003550     MOVE SPACES TO REJ-FB-TRL-RECORD.
003560     MOVE "TRL" TO REJ-FB-TRL-ID.
003570     MOVE DL280-RG-CODE (DL280-REGION-IDX)
003580         TO REJ-FB-TRL-SOURCE-CODE.
003590     MOVE DL280-FILE-REJ-CT TO REJ-FB-TRL-REJ-COUNT.
003600     MOVE DL280-FILE-DUP-CT TO REJ-FB-TRL-DUP-COUNT.
003610     COMPUTE REJ-FB-TRL-COUNT =
003620         DL280-FILE-REJ-CT + DL280-FILE-DUP-CT.
003630     WRITE REJ-FB-TRL-RECORD.
003640     CLOSE FEEDBACK-FILE.
003650     ADD 1 TO DL280-REGIONS-SENT-CT.
003660     ADD DL280-FILE-REJ-CT TO DL280-REJECTS-SENT-CT.
003670     ADD DL280-FILE-DUP-CT TO DL280-DUPES-SENT-CT.
003680     MOVE DL280-FILE-REJ-CT TO DL280-RG-REJ-CT (DL280-REGION-IDX).
003690     MOVE DL280-FILE-DUP-CT TO DL280-RG-DUP-CT (DL280-REGION-IDX).
003700     MOVE DL280-FEEDBACK-DD TO DL280-RPT-RG-DD.
003710     MOVE DL280-FILE-REJ-CT TO DL280-RPT-RG-REJ.
003720     MOVE DL280-FILE-DUP-CT TO DL280-RPT-RG-DUP.
003730     MOVE DL280-RPT-REGION-LINE TO FEEDBACK-RPT-LINE.
003740     WRITE FEEDBACK-RPT-LINE.
003750 2000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2100-SEND-ONE-REJECT RETURNS ONE OUTSTANDING REJECT OF THE
003790* REGION'S SOURCE CODE.  A RE-KEY ALSO CARRIES THE KEY IT WAS
003800* TO BE RE-KEYED TO.
003810*----------------------------------------------------------------
003820 2100-SEND-ONE-REJECT.
003830     READ REJECT-IN-FILE
003840         AT END
003850             SET DL280-REJECT-EOF TO TRUE
003860             GO TO 2100-EXIT
003870     END-READ.
003880     IF DB-REJECT-SOURCE-CODE
003890         NOT = DL280-RG-CODE (DL280-REGION-IDX)
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE SPACES TO REJ-FB-RECORD.
003930     MOVE "REJ" TO REJ-FB-REC-TYPE.
003940     MOVE DB-REJECT-KEY TO REJ-FB-KEY.
003950     MOVE DB-REJECT-TRANS-CODE TO REJ-FB-TRANS-CODE.
003960     MOVE DB-REJECT-ORIGINAL-VALUE TO REJ-FB-ORIGINAL-VALUE.
003970     MOVE DB-REJECT-REASON TO REJ-FB-REASON.
003980     IF DB-REJECT-FIRST-DATE IS NUMERIC
003990         MOVE DB-REJECT-FIRST-DATE TO REJ-FB-FIRST-DATE
004000     ELSE
004010         MOVE ZERO TO REJ-FB-FIRST-DATE
004020     END-IF.
004030     IF DB-REJECT-TC-REKEY
004040         MOVE DB-REJECT-NEW-KEY TO REJ-FB-NEW-KEY
004050     END-IF.
004060     WRITE REJ-FB-RECORD.
004070     ADD 1 TO DL280-FILE-REJ-CT.
004080 2100-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 2200-SEND-ONE-DUP RETURNS ONE DUPLICATE OF THE REGION'S SOURCE
004120* CODE SUPPRESSED TONIGHT, WITH THE VALUE THE SUPPRESSED COPY
004130* CARRIED.  A DUPLICATE IS SENT ONCE - IT IS NOT OUTSTANDING.
004140*----------------------------------------------------------------
004150 2200-SEND-ONE-DUP.
004160     READ DUP-FILE
004170         AT END
004180             SET DL280-DUP-EOF TO TRUE
004190             GO TO 2200-EXIT
004200     END-READ.
004210     IF DUP-SOURCE-CODE NOT = DL280-RG-CODE (DL280-REGION-IDX)
004220         GO TO 2200-EXIT
004230     END-IF.
004240     MOVE DUP-OCCURRENCE TO DL280-OCCURRENCE-ED.
004250     MOVE SPACES TO REJ-FB-RECORD.
004260     MOVE "DUP" TO REJ-FB-REC-TYPE.
004270     MOVE DUP-KEY TO REJ-FB-KEY.
004280     MOVE DUP-TRANS-CODE TO REJ-FB-TRANS-CODE.
004290     MOVE DUP-THIS-VALUE TO REJ-FB-ORIGINAL-VALUE.
004300     STRING "DUPLICATE KEY SUPPRESSED - OCCURRENCE "
004310         DL280-OCCURRENCE-ED
004320         DELIMITED BY SIZE INTO REJ-FB-REASON.
004330     MOVE DL280-STEP-BUS-DATE TO REJ-FB-FIRST-DATE.
004340     WRITE REJ-FB-RECORD.
004350     ADD 1 TO DL280-FILE-DUP-CT.
004360 2200-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 9000-TERMINATE PRINTS THE TOTALS.  EVERY REJECT AND DUPLICATE
004400* READ IS EITHER SENT TO A REGION OR COUNTED HERE AS NOT
004410* RETURNED - ITS SOURCE CODE IS BLANK, OFF THE REGISTRY OR NOT
004420* IN SERVICE - WHICH ENDS THE RUN WITH RETURN CODE 4.
004430*----------------------------------------------------------------
004440 9000-TERMINATE.
004450     COMPUTE DL280-REJECTS-KEPT-CT =
004460         DL280-REJECTS-IN-CT - DL280-REJECTS-SENT-CT.
004470     COMPUTE DL280-DUPES-KEPT-CT =
004480         DL280-DUPES-IN-CT - DL280-DUPES-SENT-CT.
004490     MOVE SPACES TO FEEDBACK-RPT-LINE.
004500     WRITE FEEDBACK-RPT-LINE.
004510     MOVE "REGIONS SENT"        TO DL280-RPT-COUNT-LABEL.
004520     MOVE DL280-REGIONS-SENT-CT TO DL280-RPT-COUNT.
004530     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004540     WRITE FEEDBACK-RPT-LINE.
004550     MOVE "REJECTS READ"        TO DL280-RPT-COUNT-LABEL.
004560     MOVE DL280-REJECTS-IN-CT   TO DL280-RPT-COUNT.
004570     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004580     WRITE FEEDBACK-RPT-LINE.
004590     MOVE "REJECTS SENT"        TO DL280-RPT-COUNT-LABEL.
004600     MOVE DL280-REJECTS-SENT-CT TO DL280-RPT-COUNT.
004610     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004620     WRITE FEEDBACK-RPT-LINE.
004630     MOVE "REJECTS NOT RETURNED" TO DL280-RPT-COUNT-LABEL.
004640     MOVE DL280-REJECTS-KEPT-CT TO DL280-RPT-COUNT.
004650     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004660     WRITE FEEDBACK-RPT-LINE.
004670     MOVE "DUPLICATES READ"     TO DL280-RPT-COUNT-LABEL.
004680     MOVE DL280-DUPES-IN-CT     TO DL280-RPT-COUNT.
004690     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004700     WRITE FEEDBACK-RPT-LINE.
004710     MOVE "DUPLICATES SENT"     TO DL280-RPT-COUNT-LABEL.
004720     MOVE DL280-DUPES-SENT-CT   TO DL280-RPT-COUNT.
004730     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004740     WRITE FEEDBACK-RPT-LINE.
004750     MOVE "DUPES NOT RETURNED"  TO DL280-RPT-COUNT-LABEL.
004760     MOVE DL280-DUPES-KEPT-CT   TO DL280-RPT-COUNT.
004770     MOVE DL280-RPT-COUNT-LINE  TO FEEDBACK-RPT-LINE.
004780     WRITE FEEDBACK-RPT-LINE.
004790     IF DL280-REJECTS-KEPT-CT > ZERO
004800        OR DL280-DUPES-KEPT-CT > ZERO
004810         MOVE SPACES TO FEEDBACK-RPT-LINE
004820         WRITE FEEDBACK-RPT-LINE
004830         MOVE DL280-RPT-KEPT-LINE TO FEEDBACK-RPT-LINE
004840         WRITE FEEDBACK-RPT-LINE
004850         MOVE 4 TO RETURN-CODE
004860     END-IF.
004870     CLOSE FEEDBACK-RPT-FILE.
004880     DISPLAY "DL280 REGIONS SENT   = " DL280-REGIONS-SENT-CT.
004890     DISPLAY "DL280 REJECTS SENT   = " DL280-REJECTS-SENT-CT.
004900     DISPLAY "DL280 DUPES SENT     = " DL280-DUPES-SENT-CT.
004910     DISPLAY "DL280 NOT RETURNED   = " DL280-REJECTS-KEPT-CT
004920         " REJECTS, " DL280-DUPES-KEPT-CT " DUPLICATES".
004930 9000-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
004970* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
004980* THERE IS NO CALENDAR), THEN HOLDS THE RUN TO ITS PREDECESSORS
004990* FOR THAT DATE.
005000*----------------------------------------------------------------
005010 8500-START-STEP.
005020     ACCEPT DL280-STEP-DATE-8 FROM DATE YYYYMMDD.
005030     MOVE DL280-STEP-DATE-8 TO DL280-STEP-BUS-DATE.
005040     OPEN INPUT RUN-CAL-FILE.
005050     IF DL280-RUN-CAL-STATUS = "00"
005060         READ RUN-CAL-FILE
005070             AT END
005080                 CONTINUE
005090             NOT AT END
005100                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005110                    AND RUN-CAL-BUSINESS-DATE > ZERO
005120                     MOVE RUN-CAL-BUSINESS-DATE
005130                         TO DL280-STEP-BUS-DATE
005140                 END-IF
005150         END-READ
005160         CLOSE RUN-CAL-FILE
005170     END-IF.
005180     MOVE SPACES TO STEP-CTL-RECORD.
005190     MOVE "S" TO STEP-CTL-EVENT.
005200     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005210         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005215         STEP-CTL-COUNT-5.
005220     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005230     SET DL280-STEP-STARTED TO TRUE.
005240     PERFORM 8600-CHECK-PREDECESSORS THRU 8600-EXIT.
005250 8500-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005290* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005300* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005310*----------------------------------------------------------------
005320 8550-WRITE-STEP-RECORD.
005330     MOVE DL280-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005340     MOVE "DL280" TO STEP-CTL-JOB.
005350     ACCEPT DL280-STEP-DATE-8 FROM DATE YYYYMMDD.
005360     ACCEPT DL280-STEP-TIME-8 FROM TIME.
005370     MOVE DL280-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005380     MOVE DL280-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005390     OPEN EXTEND STEP-CTL-FILE.
005400     IF DL280-STEPCTL-STATUS = "35"
005410         OPEN OUTPUT STEP-CTL-FILE
005420     END-IF.
005430     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005440     CLOSE STEP-CTL-FILE.
005450 8550-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 8600-CHECK-PREDECESSORS HOLDS THE RUN TO THE STEPS THAT MUST
005490* HAVE COMPLETED BEFORE IT FOR THE SAME BUSINESS DATE.  ONE
005500* THAT NEVER RAN, NEVER ENDED, OR ENDED ABOVE RETURN CODE 4
005510* REFUSES THE RUN WITH RETURN CODE 12 - UNLESS A STEPOVRD
005520* CARD FOR THIS JOB AND DATE NAMES THE OPERATOR TAKING IT ON,
005530* IN WHICH CASE EACH STEP PASSED OVER IS LOGGED ON STEPCTL.
005540*----------------------------------------------------------------
005550 8600-CHECK-PREDECESSORS.
005560     MOVE "N" TO DL280-PRED-BLOCKED-SW.
005570     PERFORM 8610-CLEAR-ONE-PRED THRU 8610-EXIT
005580         VARYING DL280-PRED-IDX FROM 1 BY 1
005590         UNTIL DL280-PRED-IDX > DL280-PRED-CT.
005600     OPEN INPUT STEP-CTL-FILE.
005610     IF DL280-STEPCTL-STATUS = "00"
005620         PERFORM 8650-SCAN-ONE-STEP THRU 8650-EXIT
005630             UNTIL DL280-STEPCTL-EOF
005640         CLOSE STEP-CTL-FILE
005650     END-IF.
005660     PERFORM 8700-JUDGE-ONE-PRED THRU 8700-EXIT
005670         VARYING DL280-PRED-IDX FROM 1 BY 1
005680         UNTIL DL280-PRED-IDX > DL280-PRED-CT.
005690     IF NOT DL280-PRED-BLOCKED
005700         GO TO 8600-EXIT
005710     END-IF.
005720     PERFORM 8750-READ-OVERRIDE THRU 8750-EXIT.
005730     IF DL280-STEP-OVERRIDE-OPER = SPACES
005740         DISPLAY "DL280: PREDECESSORS NOT COMPLETE FOR BUSINESS "
005750             "DATE " DL280-STEP-BUS-DATE " - RUN REFUSED"
005760         DISPLAY "DL280: SUPPLY A STEPOVRD CARD TO OVERRIDE"
005770         MOVE 12 TO RETURN-CODE
005780         GO TO 9999-EXIT
005790     END-IF.
005800     DISPLAY "DL280: PREDECESSOR CHECK OVERRIDDEN BY "
005810         DL280-STEP-OVERRIDE-OPER.
005820     PERFORM 8800-LOG-ONE-OVERRIDE THRU 8800-EXIT
005830         VARYING DL280-PRED-IDX FROM 1 BY 1
005840         UNTIL DL280-PRED-IDX > DL280-PRED-CT.
005850 8600-EXIT.
005860     EXIT.
005870 8610-CLEAR-ONE-PRED.
005880     MOVE "M"  TO DL280-PRED-STATE (DL280-PRED-IDX).
005890     MOVE "M"  TO DL280-PRED-ALT-STATE (DL280-PRED-IDX).
005900     MOVE ZERO TO DL280-PRED-RC (DL280-PRED-IDX).
005910 8610-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 8650-SCAN-ONE-STEP READS ONE STEP CONTROL RECORD.  THE FILE
005950* IS IN TIME ORDER, SO THE LAST START OR END SEEN FOR A
005960* PREDECESSOR ON THIS BUSINESS DATE IS ITS STANDING.
005970*----------------------------------------------------------------
005980 8650-SCAN-ONE-STEP.
005990     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
006000         AT END
006010             SET DL280-STEPCTL-EOF TO TRUE
006020             GO TO 8650-EXIT
006030     END-READ.
006040     IF STEP-CTL-BUSINESS-DATE NOT = DL280-STEP-BUS-DATE
006050        OR STEP-CTL-OVERRIDDEN
006060         GO TO 8650-EXIT
006070     END-IF.
006080     PERFORM 8660-NOTE-ONE-PRED THRU 8660-EXIT
006090         VARYING DL280-PRED-IDX FROM 1 BY 1
006100         UNTIL DL280-PRED-IDX > DL280-PRED-CT.
006110 8650-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 8660-NOTE-ONE-PRED MARKS A PREDECESSOR "R" ON A START, AND
006150* "C" OR "F" ON AN END BY ITS RETURN CODE.  THE STAND-IN STEP,
006160* WHERE THERE IS ONE, COUNTS ONLY AS A WHOLE-FILE RUN - A
006170* SPLIT STREAM DOES NOT STAND IN FOR ANYTHING.
006180*----------------------------------------------------------------
006190 8660-NOTE-ONE-PRED.
006200     IF STEP-CTL-JOB = DL280-PRED-JOB (DL280-PRED-IDX)
006210         IF STEP-CTL-STARTED
006220             MOVE "R" TO DL280-PRED-STATE (DL280-PRED-IDX)
006230         ELSE
006240             MOVE STEP-CTL-RETURN-CODE
006250                 TO DL280-PRED-RC (DL280-PRED-IDX)
006260             IF STEP-CTL-RETURN-CODE > 4
006270                 MOVE "F" TO DL280-PRED-STATE (DL280-PRED-IDX)
006280             ELSE
006290                 MOVE "C" TO DL280-PRED-STATE (DL280-PRED-IDX)
006300             END-IF
006310         END-IF
006320     END-IF.
006330     IF DL280-PRED-ALT-JOB (DL280-PRED-IDX) NOT = SPACES
006340        AND STEP-CTL-JOB = DL280-PRED-ALT-JOB (DL280-PRED-IDX)
006350        AND STEP-CTL-STREAM-ID = SPACE
006360         IF STEP-CTL-ENDED AND STEP-CTL-RETURN-CODE NOT > 4
006370             MOVE "C" TO DL280-PRED-ALT-STATE (DL280-PRED-IDX)
006380         ELSE
006390             MOVE "M" TO DL280-PRED-ALT-STATE (DL280-PRED-IDX)
006400         END-IF
006410     END-IF.
006420 8660-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450* 8700-JUDGE-ONE-PRED NAMES, ON THE CONSOLE, EACH PREDECESSOR
006460* THAT IS NOT COMPLETE AND WHY.
006470*----------------------------------------------------------------
006480 8700-JUDGE-ONE-PRED.
006490     IF DL280-PRED-STATE (DL280-PRED-IDX) = "C"
006500        OR DL280-PRED-ALT-STATE (DL280-PRED-IDX) = "C"
006510         GO TO 8700-EXIT
006520     END-IF.
006530     SET DL280-PRED-BLOCKED TO TRUE.
006540     IF DL280-PRED-STATE (DL280-PRED-IDX) = "M"
006550         DISPLAY "DL280: " DL280-PRED-JOB (DL280-PRED-IDX)
006560             " HAS NOT RUN FOR BUSINESS DATE " DL280-STEP-BUS-DATE
006570     END-IF.
006580     IF DL280-PRED-STATE (DL280-PRED-IDX) = "R"
006590         DISPLAY "DL280: " DL280-PRED-JOB (DL280-PRED-IDX)
006600             " STARTED BUT NEVER ENDED FOR BUSINESS DATE "
006610             DL280-STEP-BUS-DATE
006620     END-IF.
006630     IF DL280-PRED-STATE (DL280-PRED-IDX) = "F"
006640         DISPLAY "DL280: " DL280-PRED-JOB (DL280-PRED-IDX)
006650             " ENDED WITH RETURN CODE "
006660             DL280-PRED-RC (DL280-PRED-IDX)
006670             " FOR BUSINESS DATE " DL280-STEP-BUS-DATE
006680     END-IF.
006690 8700-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720* 8750-READ-OVERRIDE LOOKS FOR AN OPERATOR'S STEPOVRD CARD FOR
006730* THIS JOB AND BUSINESS DATE.  A CARD FOR ANOTHER DAY, OR ONE
006740* WITH NO OPERATOR, OVERRIDES NOTHING.
006750*----------------------------------------------------------------
006760 8750-READ-OVERRIDE.
006770     MOVE SPACES TO DL280-STEP-OVERRIDE-OPER.
006780     MOVE SPACES TO DL280-STEP-OVERRIDE-REASON.
006790     OPEN INPUT STEP-OVRD-FILE.
006800     IF DL280-STEPOVRD-STATUS NOT = "00"
006810         GO TO 8750-EXIT
006820     END-IF.
006830     PERFORM 8760-READ-ONE-OVERRIDE THRU 8760-EXIT
006840         UNTIL DL280-STEPOVRD-EOF.
006850     CLOSE STEP-OVRD-FILE.
006860 8750-EXIT.
006870     EXIT.
006880 8760-READ-ONE-OVERRIDE.
006890     READ STEP-OVRD-FILE
006900         AT END
006910             SET DL280-STEPOVRD-EOF TO TRUE
006920             GO TO 8760-EXIT
006930     END-READ.
006940     IF STEP-OVRD-JOB = "DL280"
006950        AND STEP-OVRD-BUSINESS-DATE IS NUMERIC
006960        AND STEP-OVRD-BUSINESS-DATE = DL280-STEP-BUS-DATE
006970        AND STEP-OVRD-OPERATOR NOT = SPACES
006980         MOVE STEP-OVRD-OPERATOR TO DL280-STEP-OVERRIDE-OPER
006990         MOVE STEP-OVRD-REASON   TO DL280-STEP-OVERRIDE-REASON
007000     END-IF.
007010 8760-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040* 8800-LOG-ONE-OVERRIDE APPENDS AN OVERRIDE RECORD FOR ONE
007050* PREDECESSOR THE OPERATOR'S CARD PASSED OVER: WHO, WHICH STEP,
007060* ITS STANDING AND THE REASON GIVEN.
007070*----------------------------------------------------------------
007080 8800-LOG-ONE-OVERRIDE.
007090     IF DL280-PRED-STATE (DL280-PRED-IDX) = "C"
007100        OR DL280-PRED-ALT-STATE (DL280-PRED-IDX) = "C"
007110         GO TO 8800-EXIT
007120     END-IF.
007130     MOVE SPACES TO STEP-CTL-RECORD.
007140     MOVE "O" TO STEP-CTL-EVENT.
007150     MOVE ZERO TO STEP-CTL-RETURN-CODE.
007160     MOVE DL280-STEP-OVERRIDE-OPER TO STEP-CTL-OVR-OPERATOR.
007170     MOVE DL280-PRED-JOB (DL280-PRED-IDX)
007180         TO STEP-CTL-OVR-PRED-JOB.
007190     MOVE DL280-PRED-STATE (DL280-PRED-IDX)
007200         TO STEP-CTL-OVR-PRED-STATE.
007210     MOVE DL280-PRED-RC (DL280-PRED-IDX)
007220         TO STEP-CTL-OVR-PRED-RC.
007230     MOVE DL280-STEP-OVERRIDE-REASON TO STEP-CTL-OVR-REASON.
007240     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
007250     DISPLAY "DL280: OVERRIDE LOGGED FOR "
007260         DL280-PRED-JOB (DL280-PRED-IDX) " BY "
007270         DL280-STEP-OVERRIDE-OPER.
007280 8800-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
007320* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
007330* HERE, REFUSALS INCLUDED.
007340*----------------------------------------------------------------
007350 9900-END-STEP.
007360     IF NOT DL280-STEP-STARTED
007370         GO TO 9900-EXIT
007380     END-IF.
007390     MOVE SPACES TO STEP-CTL-RECORD.
007400     MOVE "E" TO STEP-CTL-EVENT.
007410     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
007420     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
007430         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
007440     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
007450 9900-EXIT.
007460     EXIT.
007470 9999-EXIT.
007480     PERFORM 9900-END-STEP THRU 9900-EXIT.
007490     STOP RUN.
