000645*                  INTERFACE (BILLIF.CPY) AND EACH DETAIL       *
000646*                  CARRIES ITS POSTED AMOUNT, SO DL400 TIES     *
000647*                  THE REPAIR BATCH OUT ON ITS OWN.             *
000648* 2026-10-15  JL   THE REPAIR RUN'S BILLING DETAILS NOW CARRY A  *
000649*                  RECORD TYPE (BILLIF.CPY): A REPAIRED ADD      *
000650*                  BILLS A CHARGE, A REPAIRED CHANGE AN          *
000651*                  ADJUSTMENT OF THE DIFFERENCE FROM THE BEFORE  *
000652*                  IMAGE 4900 FETCHES, AND A REPAIRED DELETE -   *
000653*                  UNBILLED UNTIL NOW - A REVERSAL OF THE BEFORE *
000654*                  IMAGE'S AMOUNT. THE TRAILER CARRIES COUNT,    *
000655*                  GROSS AND NET BY TYPE.                        *
000656* 2026-10-15  JL   A REJECTED RE-KEY (TRANS CODE K) IS RETRIED   *
000657*                  ON ITS CARD: THE MASTER RECORD MOVES TO THE   *
000658*                  NEW KEY CARRIED IN FIELD1, JOURNALED AS A     *
000659*                  LINKED PAIR (DB-JRNL-LINK-KEY) AND AUDITED    *
000660*                  UNDER BOTH KEYS, AS ON THE NIGHTLY RUN. NOT   *
000661*                  BILLED; THE CARD'S VALUE IS IGNORED, AS FOR A *
000662*                  DELETE.                                       *
000663* 2026-10-15  JL   A REPAIRED ADD OR CHANGE NOW PASSES THE SAME  *
000664*                  FIELD EDIT RULES AS DL100 (EDITRULE). A       *
000665*                  FAILED FATAL RULE CARRIES THE REJECT FORWARD  *
000666*                  NAMING THE RULE; A FAILED WARNING RULE LETS   *
000667*                  IT POST AND IS APPENDED TO THE EDIT           *
000668*                  EXCEPTIONS REPORT (EDITEXCP).                 *
000669* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000670*                  RETURN CODE ON THE STEP CONTROL FILE          *
000671*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000672*                  THE END RECORD CARRIES THE RUN'S KEY COUNTS   *
000673*                  FOR DL900. REFUSES TO RUN (RC 12) UNTIL DL180 *
000674*                  IS COMPLETE FOR THE DATE, UNLESS A STEPOVRD   *
000675*                  OPERATOR CARD OVERRIDES THE CHECK (LOGGED ON  *
000676*                  STEPCTL).                                     *
000677* 2026-10-15  JL   AN EARLIER NIGHT'S REJECT THAT THE REGION     *
000678*                  RESENT CORRECTED, AND THAT TONIGHT'S          *
000679*                  CONVERSION POSTED (FOUND ON THE CHANGE        *
000680*                  JOURNAL UNDER THE DL100 OR DL150 RUN ID: SAME *
000681*                  KEY AND SOURCE, AND THE ACTION ITS TRANS CODE *
000682*                  CALLS FOR), IS NOW CLEARED INSTEAD OF CARRIED *
000683*                  FORWARD, WITH A "REJECT CLEARED" AUDIT ENTRY, *
000684*                  A COUNT ON DL200RPT AND A FIFTH COUNT ON THE  *
000685*                  STEPCTL END RECORD. EACH SOURCE'S NEW,        *
000686*                  CLEARED, REPAIRED AND CARRIED REJECTS, WITH   *
000687*                  DAYS OUTSTANDING, ARE APPENDED TO THE REJECT  *
000688*                  HISTORY FILE (REJHIST) FOR THE DL290 WEEKLY   *
000689*                  REPORT.                                       *
000690* 2026-10-15  JL   A RE-KEY WHOSE OLD KEY WILL NOT DELETE TAKES  *
000691*                  THE NEW KEY OFF AGAIN AND IS REJECTED         *
000692*                  UNCOUNTED; A FAILED BACK-OUT STOPS THE RUN    *
000693*                  WITH RC 16.                                   *
000694* 2026-10-15  JL   AN EDIT RULE FILE THAT EXISTS BUT WILL NOT    *
000695*                  OPEN NOW STOPS THE RUN WITH RC 16 INSTEAD OF  *
000696*                  RUNNING WITHOUT RULES.                        *
000697* 2026-10-15  JL   THE CORRECTION CARDS AND EDIT RULES ARE NOW   *
000698*                  LOADED BEFORE THE MASTER AND OUTPUTS ARE      *
000699*                  OPENED, SO AN EDIT RULE FILE THAT WILL NOT    *
000700*                  OPEN LEAVES THEM UNTOUCHED.                   *
000701*                                                                *
000702*****************************************************************
000703 IDENTIFICATION DIVISION.
000704 PROGRAM-ID. DL200.
000705 AUTHOR. J. LOGAN.
000706 INSTALLATION. DATA CONVERSION UNIT.
000707 DATE-WRITTEN. 2026-08-21.
000708 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000921     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000922         ORGANIZATION IS LINE SEQUENTIAL
000923         FILE STATUS IS DL200-JOURNAL-STATUS.
000924     SELECT EDIT-RULE-FILE  ASSIGN TO "EDITRULE"
000925         ORGANIZATION IS LINE SEQUENTIAL
000926         FILE STATUS IS DL200-EDITRULE-STATUS.
000927     SELECT EDIT-EXCP-FILE  ASSIGN TO "EDITEXCP"
000928         ORGANIZATION IS LINE SEQUENTIAL
000929         FILE STATUS IS DL200-EDITEXCP-STATUS.
000930     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000931         ORGANIZATION IS LINE SEQUENTIAL
000932         FILE STATUS IS DL200-STEPCTL-STATUS.
000933     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000934         ORGANIZATION IS LINE SEQUENTIAL
000935         FILE STATUS IS DL200-RUN-CAL-STATUS.
000936     SELECT STEP-OVRD-FILE  ASSIGN TO "STEPOVRD"
000937         ORGANIZATION IS LINE SEQUENTIAL
000938         FILE STATUS IS DL200-STEPOVRD-STATUS.
000939     SELECT REJ-HIST-FILE   ASSIGN TO "REJHIST"
000940         ORGANIZATION IS LINE SEQUENTIAL
000941         FILE STATUS IS DL200-REJ-HIST-STATUS.
000944 DATA DIVISION.
000947 FILE SECTION.
000950 FD  DB-REJECT-FILE.
000960     COPY DBREJECT.
000970 FD  CORR-CARD-FILE.
001140 01  REPAIR-RPT-LINE                 PIC X(80).
001141 FD  DB-JOURNAL-FILE.
001142     COPY DBJRNL.
001143 FD  EDIT-RULE-FILE.
001144 01  EDIT-RULE-FILE-RECORD           PIC X(80).
001145 FD  EDIT-EXCP-FILE.
001146 01  EDIT-EXCP-LINE                  PIC X(80).
001147 FD  STEP-CTL-FILE.
001148 01  STEP-CTL-FILE-RECORD            PIC X(80).
001149 FD  RUN-CAL-FILE.
001150     COPY RUNCAL.
001151 FD  STEP-OVRD-FILE.
001152 01  STEP-OVRD-CARD.
001153     05  STEP-OVRD-JOB               PIC X(05).
001154     05  STEP-OVRD-BUSINESS-DATE     PIC 9(08).
001155     05  STEP-OVRD-OPERATOR          PIC X(08).
001156     05  STEP-OVRD-REASON            PIC X(31).
001157     05  FILLER                      PIC X(28).
001158 FD  REJ-HIST-FILE.
001159     COPY REJHIST.
001162 WORKING-STORAGE SECTION.
001165 77  DL200-REJECT-EOF-SW             PIC X(01) VALUE "N".
001170     88  DL200-REJECT-EOF            VALUE "Y".
001180 77  DL200-CARD-EOF-SW               PIC X(01) VALUE "N".
001190     88  DL200-CARD-EOF              VALUE "Y".
001222 77  DL200-JRNL-ACTION               PIC X(01) VALUE SPACE.
001223 77  DL200-BEFORE-IMAGE              PIC X(86) VALUE SPACES.
001224 77  DL200-AFTER-IMAGE               PIC X(86) VALUE SPACES.
001225 77  DL200-JRNL-LINK-KEY             PIC X(10) VALUE SPACES.
001226 77  DL200-NEW-RECORD-SAVE           PIC X(86) VALUE SPACES.
001227 77  DL200-BEFORE-FIELD1             PIC X(20) VALUE SPACES.
001228 77  DL200-BEFORE-FIELD3             PIC X(20) VALUE SPACES.
001229 77  DL200-BEFORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001230 77  DL200-MASTER-ACTION-OK-SW       PIC X(01) VALUE "Y".
001240     88  DL200-MASTER-ACTION-OK      VALUE "Y".
001250 77  DL200-NUMERIC-VALID-SW          PIC X(01) VALUE "Y".
001340 77  DL200-CARD-IDX                  PIC 9(05) VALUE ZERO COMP.
001350 77  DL200-CARD-HIT-IDX              PIC 9(05) VALUE ZERO COMP.
001360 77  DL200-REPAIR-CONTROL-TOTAL      PIC 9(11)V99 VALUE ZERO.
001361 77  DL200-BILL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001362 77  DL200-BILL-CHG-CT               PIC 9(09) VALUE ZERO COMP.
001363 77  DL200-BILL-ADJ-CT               PIC 9(09) VALUE ZERO COMP.
001364 77  DL200-BILL-REV-CT               PIC 9(09) VALUE ZERO COMP.
001365 77  DL200-BILL-CHG-TOTAL            PIC 9(11)V99 VALUE ZERO.
001366 77  DL200-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
001367 77  DL200-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
001368 77  DL200-BILL-REV-TOTAL            PIC 9(11)V99 VALUE ZERO.
001370 77  DL200-REPAIR-VALUE              PIC X(15).
001380 77  DL200-REPAIR-VALUE-ORIG         PIC X(15).
001390 77  DL200-NUMERIC-WORK              PIC X(15).
001490 77  DL200-AUDIT-OLD-VALUE           PIC X(20).
001500 77  DL200-AUDIT-NEW-VALUE           PIC X(20).
001510 77  DL200-AUDIT-NUMERIC-ED          PIC Z(10)9.99.
001511 77  DL200-EDITRULE-STATUS           PIC X(02) VALUE "00".
001512 77  DL200-EDITEXCP-STATUS           PIC X(02) VALUE "00".
001513 77  DL200-EDITRULE-EOF-SW           PIC X(01) VALUE "N".
001514     88  DL200-EDITRULE-EOF          VALUE "Y".
001515 77  DL200-RULE-CT                   PIC 9(03) VALUE ZERO COMP.
001516 77  DL200-RULE-IDX                  PIC 9(03) VALUE ZERO COMP.
001517 77  DL200-EDIT-OK-SW                PIC X(01) VALUE "Y".
001518     88  DL200-EDIT-OK               VALUE "Y".
001519 77  DL200-RULE-FAILED-SW            PIC X(01) VALUE "N".
001520     88  DL200-RULE-FAILED           VALUE "Y".
001521 77  DL200-EDIT-PASS                 PIC X(01) VALUE SPACE.
001522     88  DL200-EDIT-FATAL-PASS       VALUE "F".
001523 77  DL200-EDIT-AMOUNT               PIC S9(11)V99 VALUE ZERO.
001524 77  DL200-EDIT-VALUE                PIC X(20) VALUE SPACES.
001525 77  DL200-EDIT-RESULT               PIC X(13) VALUE SPACES.
001526 77  DL200-EDIT-REASON               PIC X(44) VALUE SPACES.
001527 77  DL200-EDIT-WARNED-CT            PIC 9(09) VALUE ZERO COMP.
001528*    EACH EDIT RULE IS READ INTO HERE BY 1350.
001529     COPY EDITRULE.
001530 77  DL200-STEPCTL-STATUS            PIC X(02) VALUE "00".
001531 77  DL200-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001532 77  DL200-STEP-STARTED-SW           PIC X(01) VALUE "N".
001533     88  DL200-STEP-STARTED          VALUE "Y".
001534 77  DL200-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001535 77  DL200-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001536 77  DL200-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001537 77  DL200-STEPOVRD-STATUS           PIC X(02) VALUE "00".
001538 77  DL200-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
001539     88  DL200-STEPCTL-EOF           VALUE "Y".
001540 77  DL200-STEPOVRD-EOF-SW           PIC X(01) VALUE "N".
001541     88  DL200-STEPOVRD-EOF          VALUE "Y".
001542 77  DL200-PRED-BLOCKED-SW           PIC X(01) VALUE "N".
001543     88  DL200-PRED-BLOCKED          VALUE "Y".
001544 77  DL200-PRED-CT                   PIC 9(02) VALUE 1 COMP.
001545 77  DL200-PRED-IDX                  PIC 9(02) VALUE ZERO COMP.
001546 77  DL200-STEP-OVERRIDE-OPER        PIC X(08) VALUE SPACES.
001547 77  DL200-STEP-OVERRIDE-REASON      PIC X(31) VALUE SPACES.
001548 77  DL200-REJ-HIST-STATUS           PIC X(02) VALUE "00".
001549 77  DL200-CLEARED-CT                PIC 9(09) VALUE ZERO COMP.
001550 77  DL200-OLD-REJECT-SW             PIC X(01) VALUE "N".
001551     88  DL200-OLD-REJECT            VALUE "Y".
001552 77  DL200-OLD-CT                    PIC 9(05) VALUE ZERO COMP.
001553 77  DL200-OLD-SEEN-CT               PIC 9(05) VALUE ZERO COMP.
001554 77  DL200-OLD-IDX                   PIC 9(05) VALUE ZERO COMP.
001555 77  DL200-OLD-UNCHECKED-CT          PIC 9(09) VALUE ZERO COMP.
001556 77  DL200-RESENT-SW                 PIC X(01) VALUE "N".
001557     88  DL200-RESENT                VALUE "Y".
001558 77  DL200-RESEND-EOF-SW             PIC X(01) VALUE "N".
001559     88  DL200-RESEND-EOF            VALUE "Y".
001560 77  DL200-RESEND-RUN-ID-1           PIC X(14) VALUE SPACES.
001561 77  DL200-RESEND-RUN-ID-2           PIC X(14) VALUE SPACES.
001562 77  DL200-RESEND-SOURCE             PIC X(03) VALUE SPACES.
001563 77  DL200-REJECT-DAYS               PIC 9(05) VALUE ZERO COMP.
001564 77  DL200-SRC-CT                    PIC 9(02) VALUE ZERO COMP.
001565 77  DL200-SRC-IDX                   PIC 9(02) VALUE ZERO COMP.
001566 77  DL200-SRC-HIT-IDX               PIC 9(02) VALUE ZERO COMP.
001567 77  DL200-SRC-FULL-SW               PIC X(01) VALUE "N".
001568     88  DL200-SRC-FULL              VALUE "Y".
001569*    THE ACTIVE FIELD EDIT RULES, AS MAINTAINED BY DL060 - THE
001570*    SAME RULES DL100 APPLIES ON THE NIGHTLY RUN.
001571 01  DL200-RULE-TABLE.
001572     05  DL200-RULE-ENTRY OCCURS 200 TIMES.
001573         10  DL200-RL-SOURCE         PIC X(03).
001574         10  DL200-RL-NAME           PIC X(08).
001575         10  DL200-RL-FIELD          PIC X(06).
001576         10  DL200-RL-TYPE           PIC X(01).
001577         10  DL200-RL-CLASS          PIC X(01).
001578         10  DL200-RL-LIMIT          PIC S9(11)V99.
001579         10  DL200-RL-SEVERITY       PIC X(01).
001580 01  DL200-EXCP-HEADING.
001581     05  FILLER                      PIC X(30)
001582         VALUE "FIELD EDIT WARNINGS - RUN ID ".
001583     05  DL200-EXCP-HDG-RUN-ID       PIC X(14).
001584     05  FILLER                      PIC X(36) VALUE SPACES.
001585 01  DL200-EXCP-COLUMNS              PIC X(80) VALUE
001586     "KEY        SRC T RULE     FIELD  RESULT        VALUE".
001587 01  DL200-EXCP-DETAIL.
001588     05  DL200-EXCP-KEY              PIC X(10).
001589     05  FILLER                      PIC X(01) VALUE SPACE.
001590     05  DL200-EXCP-SOURCE           PIC X(03).
001591     05  FILLER                      PIC X(01) VALUE SPACE.
001592     05  DL200-EXCP-TRANS            PIC X(01).
001593     05  FILLER                      PIC X(01) VALUE SPACE.
001594     05  DL200-EXCP-RULE             PIC X(08).
001595     05  FILLER                      PIC X(01) VALUE SPACE.
001596     05  DL200-EXCP-FIELD            PIC X(06).
001597     05  FILLER                      PIC X(01) VALUE SPACE.
001598     05  DL200-EXCP-RESULT           PIC X(13).
001599     05  FILLER                      PIC X(01) VALUE SPACE.
001600     05  DL200-EXCP-VALUE            PIC X(20).
001601     05  FILLER                      PIC X(13) VALUE SPACES.
001602 01  DL200-CORR-CARD-TABLE.
001603     05  DL200-CORR-CARD-ENTRY OCCURS 5000 TIMES.
001604         10  DL200-CC-KEY            PIC X(10).
001605         10  DL200-CC-VALUE          PIC X(15).
001606*    EVERY REJECT CARRIED IN FROM AN EARLIER NIGHT, IN REJECT FILE
001607*    ORDER, MARKED "Y" WHEN TONIGHT'S CONVERSION POSTED THE
001608*    REGION'S OWN CORRECTED RESEND OF IT.  5000 AS FOR THE CARDS;
001609*    ONE PAST THE LIMIT IS NOT CHECKED AND SIMPLY CARRIES FORWARD.
001610 01  DL200-OLD-REJECT-TABLE.
001611     05  DL200-OLD-REJECT-ENTRY OCCURS 5000 TIMES.
001612         10  DL200-OR-KEY            PIC X(10).
001613         10  DL200-OR-NEW-KEY        PIC X(10).
001614         10  DL200-OR-SOURCE         PIC X(03).
001615         10  DL200-OR-TRANS-CODE     PIC X(01).
001616         10  DL200-OR-CLEARED-SW     PIC X(01).
001617*    WHAT BECAME OF EACH SOURCE'S REJECTS TONIGHT, FOR THE REJECT
001618*    HISTORY FILE.  ONE ENTRY PER SOURCE CODE SEEN ON THE REJECT
001619*    FILE, IN ORDER OF FIRST APPEARANCE.
001620 01  DL200-SOURCE-TABLE.
001621     05  DL200-SOURCE-ENTRY OCCURS 30 TIMES.
001622         10  DL200-ST-CODE           PIC X(03).
001623         10  DL200-ST-NEW-CT         PIC 9(07).
001624         10  DL200-ST-CLEARED-CT     PIC 9(07).
001625         10  DL200-ST-CLEARED-DAYS   PIC 9(07).
001626         10  DL200-ST-CLEARED-MAX    PIC 9(05).
001627         10  DL200-ST-REPAIRED-CT    PIC 9(07).
001628         10  DL200-ST-REPAIRED-DAYS  PIC 9(07).
001629         10  DL200-ST-CARRIED-CT     PIC 9(07).
001630 01  DL200-RPT-READ-LINE.
001631     05  FILLER                      PIC X(20)
001632         VALUE "REJECTS READ........".
001633     05  DL200-RPT-READ-CT           PIC ZZZZZZZZ9.
001634     05  FILLER                      PIC X(51) VALUE SPACES.
001635 01  DL200-RPT-REPAIRED-LINE.
001636     05  FILLER                      PIC X(20)
001637         VALUE "RECORDS REPAIRED....".
001640     05  DL200-RPT-REPAIRED-CT       PIC ZZZZZZZZ9.
001650     05  FILLER                      PIC X(51) VALUE SPACES.
001660 01  DL200-RPT-STILL-REJ-LINE.
001730         VALUE "NO CORRECTION CARD..".
001740     05  DL200-RPT-UNMATCHED-CT      PIC ZZZZZZZZ9.
001750     05  FILLER                      PIC X(51) VALUE SPACES.
001751 01  DL200-RPT-CLEARED-LINE.
001752     05  FILLER                      PIC X(20)
001753         VALUE "CLEARED BY RESEND...".
001754     05  DL200-RPT-CLEARED-CT        PIC ZZZZZZZZ9.
001755     05  FILLER                      PIC X(51) VALUE SPACES.
001760 01  DL200-RPT-CONTROL-LINE.
001770     05  FILLER                      PIC X(20)
001780         VALUE "REPAIRED TOTAL......".
001790     05  DL200-RPT-CONTROL-TOT       PIC ZZZZZZZZZZ9.99.
001791     05  FILLER                      PIC X(46) VALUE SPACES.
001792 01  DL200-RPT-WARNED-LINE.
001793     05  FILLER                      PIC X(20)
001794         VALUE "EDIT WARNINGS.......".
001795     05  DL200-RPT-WARNED-CT         PIC ZZZZZZZZ9.
001796     05  FILLER                      PIC X(51) VALUE SPACES.
001801 01  DL200-RPT-APPROVER-LINE.
001802     05  FILLER                      PIC X(20)
001803         VALUE "DECK APPROVED BY....".
001805     05  FILLER                      PIC X(52) VALUE SPACES.
001806 01  DL200-RPT-NO-APPR-LINE          PIC X(80) VALUE
001807     "*** CORRECTION DECK NOT APPROVED - CARDS IGNORED ***".
001808*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001809     COPY STEPCTL.
001810*    THE STEPS THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE
001811*    BEFORE THIS ONE MAY RUN, EACH WITH THE STEP THAT STANDS IN
001812*    FOR IT ON AN UNSPLIT NIGHT (BLANK FOR NONE).
001813*    DL180 MUST HAVE EDITED AND APPROVED THE CORRECTION DECK.
001814 01  DL200-PRED-VALUES.
001815     05  FILLER                      PIC X(10) VALUE "DL180     ".
001816 01  DL200-PRED-TABLE REDEFINES DL200-PRED-VALUES.
001817     05  DL200-PRED-ENTRY OCCURS 1 TIMES.
001818         10  DL200-PRED-JOB          PIC X(05).
001819         10  DL200-PRED-ALT-JOB      PIC X(05).
001820 01  DL200-PRED-STANDING-TABLE.
001821     05  DL200-PRED-STANDING OCCURS 1 TIMES.
001822         10  DL200-PRED-STATE        PIC X(01).
001823         10  DL200-PRED-RC           PIC 9(03).
001824         10  DL200-PRED-ALT-STATE    PIC X(01).
001825 PROCEDURE DIVISION.
001826 0000-MAINLINE.
001827     PERFORM 8500-START-STEP THRU 8500-EXIT.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     GO TO 9999-EXIT.
001870*----------------------------------------------------------------
001880* 1000-INITIALIZE LOADS THE DAY'S CORRECTION CARDS INTO THE
001890* LOOKUP TABLE AND THE FIELD EDIT RULES, THEN OPENS THE MASTER
001893* AND THE OUTPUTS - SO A RULE FILE THAT WILL NOT OPEN STOPS THE
001896* RUN BEFORE ANYTHING IS WRITTEN.  THE LIVE OUTPUTS ARE OPENED
001900* EXTEND SO REPAIRED RECORDS LAND BEHIND THE NIGHTLY RUN'S
001910* OUTPUT INSTEAD OF REPLACING IT.  A MISSING CORRECTION CARD
001920* FILE IS NOT AN ERROR - EVERY REJECT SIMPLY CARRIES FORWARD.
002000     MOVE SPACES TO DL200-RUN-ID.
002010     STRING "DL200-" DL200-CURR-DATE-8 DELIMITED BY SIZE
002020         INTO DL200-RUN-ID.
002021*    BEFORE ANYTHING IS REPAIRED, FIND WHICH EARLIER REJECTS THE
002022*    REGIONS RESENT CORRECTED TONIGHT - READ FROM THE CHANGE
002023*    JOURNAL BEFORE THIS RUN ADDS ITS OWN ENTRIES TO IT.
002024     PERFORM 1400-LOAD-OLD-REJECTS THRU 1400-EXIT.
002025     PERFORM 1500-MATCH-RESENDS THRU 1500-EXIT.
002030     OPEN INPUT DB-REJECT-FILE.
002040     IF DL200-REJECT-STATUS = "35"
002050         SET DL200-REJECT-EOF TO TRUE
002060     END-IF.
002061*    THE CARDS AND EDIT RULES ARE LOADED BEFORE ANY OUTPUT IS
002063*    OPENED - A RULE FILE THAT WILL NOT OPEN STOPS THE RUN WITH
002065*    THE MASTER, INTERFACE AND REPORTS UNTOUCHED.
002066     PERFORM 1100-LOAD-CORR-CARDS THRU 1100-EXIT.
002068     PERFORM 1300-LOAD-EDIT-RULES THRU 1300-EXIT.
002070     PERFORM 1200-OPEN-MASTER THRU 1200-EXIT.
002080     OPEN EXTEND BILL-INTERFACE-FILE.
002084*    THE REPAIR RUN IS ITS OWN BATCH ON THE INTERFACE - ITS
002102     END-IF.
002103     OPEN OUTPUT REJECT-FWD-FILE.
002110     OPEN OUTPUT REPAIR-RPT-FILE.
002111*    THE EDIT EXCEPTIONS REPORT APPENDS BEHIND THE NIGHTLY
002112*    RUN'S, UNDER ITS OWN HEADING.
002113     OPEN EXTEND EDIT-EXCP-FILE.
002114     IF DL200-EDITEXCP-STATUS = "35"
002115         OPEN OUTPUT EDIT-EXCP-FILE
002116     END-IF.
002117     MOVE DL200-RUN-ID          TO DL200-EXCP-HDG-RUN-ID.
002118     MOVE DL200-EXCP-HEADING    TO EDIT-EXCP-LINE.
002119     WRITE EDIT-EXCP-LINE.
002120     MOVE DL200-EXCP-COLUMNS    TO EDIT-EXCP-LINE.
002121     WRITE EDIT-EXCP-LINE.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002670         GO TO 9999-EXIT
002680     END-IF.
002690 1200-EXIT.
002691     EXIT.
002692*----------------------------------------------------------------
002693* 1300-LOAD-EDIT-RULES READS THE ACTIVE FIELD EDIT RULES INTO
002694* THE RULE TABLE, AS DL100 DOES.  NO RULE FILE MEANS NO RULES;
002695* ONE THAT IS THERE BUT WILL NOT OPEN STOPS THE RUN WITH
002696* RETURN-CODE 16.
002697*----------------------------------------------------------------
002698 1300-LOAD-EDIT-RULES.
002699     MOVE ZERO TO DL200-RULE-CT.
002700     OPEN INPUT EDIT-RULE-FILE.
002701     IF DL200-EDITRULE-STATUS = "35"
002702         DISPLAY "DL200: NO EDIT RULE FILE (EDITRULE) - NO FIELD "
002703             "EDIT RULES APPLIED"
002704         GO TO 1300-EXIT
002705     END-IF.
002706     IF DL200-EDITRULE-STATUS NOT = "00"
002707         DISPLAY "DL200: CANNOT OPEN EDITRULE - STATUS "
002708             DL200-EDITRULE-STATUS
002709         MOVE 16 TO RETURN-CODE
002710         GO TO 9999-EXIT
002712     END-IF.
002713     PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
002714         UNTIL DL200-EDITRULE-EOF.
002715     CLOSE EDIT-RULE-FILE.
002716 1300-EXIT.
002717     EXIT.
002718 1350-LOAD-ONE-RULE.
002719     READ EDIT-RULE-FILE INTO EDIT-RULE-RECORD
002720         AT END
002721             SET DL200-EDITRULE-EOF TO TRUE
002722             GO TO 1350-EXIT
002723     END-READ.
002724     IF NOT EDIT-RULE-ACTIVE
002725         GO TO 1350-EXIT
002726     END-IF.
002727     IF DL200-RULE-CT NOT < 200
002728         DISPLAY "DL200: EDIT RULE " EDIT-RULE-SOURCE " "
002729             EDIT-RULE-NAME " BEYOND 200 IGNORED"
002730         GO TO 1350-EXIT
002731     END-IF.
002732     ADD 1 TO DL200-RULE-CT.
002733     MOVE EDIT-RULE-SOURCE   TO DL200-RL-SOURCE (DL200-RULE-CT).
002734     MOVE EDIT-RULE-NAME     TO DL200-RL-NAME (DL200-RULE-CT).
002735     MOVE EDIT-RULE-FIELD    TO DL200-RL-FIELD (DL200-RULE-CT).
002736     MOVE EDIT-RULE-TYPE     TO DL200-RL-TYPE (DL200-RULE-CT).
002737     MOVE EDIT-RULE-CLASS    TO DL200-RL-CLASS (DL200-RULE-CT).
002738     MOVE EDIT-RULE-LIMIT    TO DL200-RL-LIMIT (DL200-RULE-CT).
002739     MOVE EDIT-RULE-SEVERITY TO DL200-RL-SEVERITY (DL200-RULE-CT).
002740 1350-EXIT.
002741     EXIT.
002742*----------------------------------------------------------------
002743* 1400-LOAD-OLD-REJECTS READS THE REJECT FILE ONCE AHEAD OF THE
002744* MAIN PASS AND TABLES EVERY REJECT CARRIED IN FROM AN EARLIER
002745* NIGHT - THE ONES A REGION MAY SINCE HAVE RESENT.  THE MAIN
002746* PASS READS THE SAME FILE IN THE SAME ORDER, SO IT FINDS ITS
002747* ENTRY BY COUNTING THE EARLIER REJECTS AS IT GOES.
002748*----------------------------------------------------------------
002749 1400-LOAD-OLD-REJECTS.
002750     OPEN INPUT DB-REJECT-FILE.
002751     IF DL200-REJECT-STATUS NOT = "00"
002752         GO TO 1400-EXIT
002753     END-IF.
002754     PERFORM 1450-LOAD-ONE-OLD-REJECT THRU 1450-EXIT
002755         UNTIL DL200-REJECT-EOF.
002756     CLOSE DB-REJECT-FILE.
002757     MOVE "N" TO DL200-REJECT-EOF-SW.
002758     IF DL200-OLD-UNCHECKED-CT > ZERO
002759         DISPLAY "DL200: EARLIER REJECT TABLE FULL - "
002760             DL200-OLD-UNCHECKED-CT " NOT CHECKED FOR A RESEND"
002761     END-IF.
002762 1400-EXIT.
002763     EXIT.
002764 1450-LOAD-ONE-OLD-REJECT.
002765     READ DB-REJECT-FILE
002766         AT END
002767             SET DL200-REJECT-EOF TO TRUE
002768             GO TO 1450-EXIT
002769     END-READ.
002770     PERFORM 1470-CLASSIFY-REJECT THRU 1470-EXIT.
002771     IF NOT DL200-OLD-REJECT
002772         GO TO 1450-EXIT
002773     END-IF.
002774     IF DL200-OLD-CT NOT < 5000
002775         ADD 1 TO DL200-OLD-UNCHECKED-CT
002776         GO TO 1450-EXIT
002777     END-IF.
002778     ADD 1 TO DL200-OLD-CT.
002779     MOVE DB-REJECT-KEY         TO DL200-OR-KEY (DL200-OLD-CT).
002780     MOVE DB-REJECT-NEW-KEY
002781         TO DL200-OR-NEW-KEY (DL200-OLD-CT).
002782     MOVE DB-REJECT-SOURCE-CODE
002783         TO DL200-OR-SOURCE (DL200-OLD-CT).
002784     MOVE DB-REJECT-TRANS-CODE
002785         TO DL200-OR-TRANS-CODE (DL200-OLD-CT).
002786     MOVE "N" TO DL200-OR-CLEARED-SW (DL200-OLD-CT).
002787 1450-EXIT.
002788     EXIT.
002789*----------------------------------------------------------------
002790* 1470-CLASSIFY-REJECT MARKS A REJECT AS CARRIED IN FROM AN
002791* EARLIER NIGHT WHEN ITS FIRST-SEEN DATE IS BEFORE THE BUSINESS
002792* DATE (OR IS A LEGACY BLANK), AND WORKS OUT HOW MANY DAYS IT
002793* HAS BEEN OUTSTANDING - ZERO WHEN THE DATE IS UNKNOWN.
002794*----------------------------------------------------------------
002795 1470-CLASSIFY-REJECT.
002796     MOVE "N" TO DL200-OLD-REJECT-SW.
002797     MOVE ZERO TO DL200-REJECT-DAYS.
002798     IF DB-REJECT-FIRST-DATE IS NOT NUMERIC
002799        OR DB-REJECT-FIRST-DATE < DL200-STEP-BUS-DATE
002800         SET DL200-OLD-REJECT TO TRUE
002801     END-IF.
002802     IF DB-REJECT-FIRST-DATE IS NUMERIC
002803        AND DB-REJECT-FIRST-DATE > ZERO
002804        AND DB-REJECT-FIRST-DATE < DL200-STEP-BUS-DATE
002805         COMPUTE DL200-REJECT-DAYS
002806             = FUNCTION INTEGER-OF-DATE(DL200-STEP-BUS-DATE)
002807             - FUNCTION INTEGER-OF-DATE(DB-REJECT-FIRST-DATE)
002808     END-IF.
002809 1470-EXIT.
002810     EXIT.
002811*----------------------------------------------------------------
002812* 1500-MATCH-RESENDS SCANS THE CHANGE JOURNAL FOR WHAT TONIGHT'S
002813* CONVERSION (DL100, OR DL150 ON A SPLIT NIGHT) POSTED TO THE
002814* MASTER.  A POSTING THAT IS THE REGION'S CORRECTED RESEND OF AN
002815* EARLIER REJECT MARKS THAT REJECT CLEARED.  NO JOURNAL MEANS
002816* NOTHING WAS POSTED, SO NOTHING CLEARS.
002817*----------------------------------------------------------------
002818 1500-MATCH-RESENDS.
002819     IF DL200-OLD-CT = ZERO
002820         GO TO 1500-EXIT
002821     END-IF.
002822     MOVE SPACES TO DL200-RESEND-RUN-ID-1 DL200-RESEND-RUN-ID-2.
002823     STRING "DL100-" DL200-STEP-BUS-DATE DELIMITED BY SIZE
002824         INTO DL200-RESEND-RUN-ID-1.
002825     STRING "DL150-" DL200-STEP-BUS-DATE DELIMITED BY SIZE
002826         INTO DL200-RESEND-RUN-ID-2.
002827     OPEN INPUT DB-JOURNAL-FILE.
002828     IF DL200-JOURNAL-STATUS NOT = "00"
002829         GO TO 1500-EXIT
002830     END-IF.
002831     PERFORM 1550-CHECK-ONE-POSTING THRU 1550-EXIT
002832         UNTIL DL200-RESEND-EOF.
002833     CLOSE DB-JOURNAL-FILE.
002834 1500-EXIT.
002835     EXIT.
002836 1550-CHECK-ONE-POSTING.
002837     READ DB-JOURNAL-FILE
002838         AT END
002839             SET DL200-RESEND-EOF TO TRUE
002840             GO TO 1550-EXIT
002841     END-READ.
002842     IF DB-JRNL-RUN-ID NOT = DL200-RESEND-RUN-ID-1
002843        AND DB-JRNL-RUN-ID NOT = DL200-RESEND-RUN-ID-2
002844         GO TO 1550-EXIT
002845     END-IF.
002846*    THE SOURCE CODE SITS AT THE END OF THE 86-BYTE MASTER IMAGE;
002847*    A DELETE ONLY HAS A BEFORE IMAGE.
002848     IF DB-JRNL-DELETE
002849         MOVE DB-JRNL-BEFORE-IMAGE (84:3) TO DL200-RESEND-SOURCE
002850     ELSE
002851         MOVE DB-JRNL-AFTER-IMAGE (84:3) TO DL200-RESEND-SOURCE
002852     END-IF.
002853     PERFORM 1600-MATCH-ONE-OLD-REJECT THRU 1600-EXIT
002854         VARYING DL200-OLD-IDX FROM 1 BY 1
002855         UNTIL DL200-OLD-IDX > DL200-OLD-CT.
002856 1550-EXIT.
002857     EXIT.
002858*----------------------------------------------------------------
002859* 1600-MATCH-ONE-OLD-REJECT DECIDES WHETHER THE POSTING IS A
002860* RESEND OF ONE EARLIER REJECT: SAME KEY, SAME SOURCE, AND THE
002861* ACTION THE REJECT'S TRANS CODE CALLS FOR - AN ADD (OR A
002862* LEGACY BLANK CODE) IS A WRITE, A CHANGE A REWRITE, A DELETE A
002863* DELETE, AND A RE-KEY THE DELETE HALF OF A RE-KEY PAIR TO THE
002864* SAME NEW KEY.
002865*----------------------------------------------------------------
002866 1600-MATCH-ONE-OLD-REJECT.
002867     IF DL200-OR-CLEARED-SW (DL200-OLD-IDX) = "Y"
002868        OR DL200-OR-KEY (DL200-OLD-IDX) NOT = DB-JRNL-KEY
002869        OR DL200-OR-SOURCE (DL200-OLD-IDX)
002870           NOT = DL200-RESEND-SOURCE
002871         GO TO 1600-EXIT
002872     END-IF.
002873     MOVE "N" TO DL200-RESENT-SW.
002874     IF (DL200-OR-TRANS-CODE (DL200-OLD-IDX) = "A"
002875         OR DL200-OR-TRANS-CODE (DL200-OLD-IDX) = SPACE)
002876        AND DB-JRNL-WRITE AND DB-JRNL-LINK-KEY = SPACES
002877         SET DL200-RESENT TO TRUE
002878     END-IF.
002879     IF DL200-OR-TRANS-CODE (DL200-OLD-IDX) = "C"
002880        AND DB-JRNL-REWRITE
002881         SET DL200-RESENT TO TRUE
002882     END-IF.
002883     IF DL200-OR-TRANS-CODE (DL200-OLD-IDX) = "D"
002884        AND DB-JRNL-DELETE AND DB-JRNL-LINK-KEY = SPACES
002885         SET DL200-RESENT TO TRUE
002886     END-IF.
002887     IF DL200-OR-TRANS-CODE (DL200-OLD-IDX) = "K"
002888        AND DB-JRNL-DELETE
002889        AND DB-JRNL-LINK-KEY = DL200-OR-NEW-KEY (DL200-OLD-IDX)
002890         SET DL200-RESENT TO TRUE
002891     END-IF.
002892     IF DL200-RESENT
002893         MOVE "Y" TO DL200-OR-CLEARED-SW (DL200-OLD-IDX)
002894     END-IF.
002895 1600-EXIT.
002896     EXIT.
002897*----------------------------------------------------------------
002898* 2000-PROCESS-REJECTS DRIVES THE MAIN LOOP OVER DB-REJECT-FILE.
002899*----------------------------------------------------------------
002900 2000-PROCESS-REJECTS.
002901     PERFORM 2100-PROCESS-ONE-REJECT THRU 2100-EXIT
002902         UNTIL DL200-REJECT-EOF.
002903 2000-EXIT.
002904     EXIT.
002905 2100-PROCESS-ONE-REJECT.
002906     READ DB-REJECT-FILE
002907         AT END
002908             SET DL200-REJECT-EOF TO TRUE
002909             GO TO 2100-EXIT
002910     END-READ.
002911     ADD 1 TO DL200-REJECTS-READ-CT.
002912     PERFORM 1470-CLASSIFY-REJECT THRU 1470-EXIT.
002913     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
002914     IF NOT DL200-OLD-REJECT
002915         IF DL200-SRC-IDX > ZERO
002916             ADD 1 TO DL200-ST-NEW-CT (DL200-SRC-IDX)
002917         END-IF
002918     ELSE
002919         ADD 1 TO DL200-OLD-SEEN-CT
002920     END-IF.
002921*    AN EARLIER REJECT THE REGION HAS SINCE RESENT CORRECTED, AND
002922*    WHICH POSTED TONIGHT, IS CLEARED - IT NEEDS NO CARD AND IS
002923*    NOT CARRIED FORWARD.  A CARD KEYED FOR IT GOES UNUSED.
002924     IF DL200-OLD-REJECT
002925        AND DL200-OLD-SEEN-CT NOT > DL200-OLD-CT
002926         IF DL200-OR-CLEARED-SW (DL200-OLD-SEEN-CT) = "Y"
002927             PERFORM 2300-CLEAR-REJECT THRU 2300-EXIT
002928             GO TO 2100-EXIT
002929         END-IF
002930     END-IF.
002931*    A BAD TRANSACTION CODE (DL100'S INVALID TRANSACTION CODE
002932*    REJECTS CARRY THE BAD CODE WITH THEM) IS NOT SOMETHING A
002933*    NUMERIC CORRECTION CARD CAN REPAIR - IT CARRIES FORWARD
002934*    WITH ITS REASON, AND NEVER CONSUMES A CARD.  ONLY A BLANK
002935*    CODE (A REJECT FROM BEFORE CODES EXISTED) DEFAULTS TO ADD.
002936     IF NOT DB-REJECT-TC-ADD AND NOT DB-REJECT-TC-CHANGE
002937        AND NOT DB-REJECT-TC-DELETE AND NOT DB-REJECT-TC-REKEY
002938        AND DB-REJECT-TRANS-CODE NOT = SPACE
002940         ADD 1 TO DL200-STILL-REJECTED-CT
002950         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
002960         GO TO 2100-EXIT
003080         PERFORM 4500-APPLY-DELETE THRU 4500-EXIT
003090         GO TO 2100-EXIT
003100     END-IF.
003102     IF DB-REJECT-TC-REKEY
003104         PERFORM 4400-APPLY-REKEY THRU 4400-EXIT
003106         GO TO 2100-EXIT
003108     END-IF.
003110     MOVE "Y" TO DL200-NUMERIC-VALID-SW.
003120     PERFORM 3000-SCRUB-NUMERIC-FIELD THRU 3000-EXIT.
003130     PERFORM 3500-VALIDATE-NUMERIC-FIELD THRU 3500-EXIT.
003140     IF NOT DL200-NUMERIC-VALID
003220         ADD 1 TO DL200-STILL-REJECTED-CT
003230         MOVE DL200-REPAIR-VALUE-ORIG
003240             TO DB-REJECT-ORIGINAL-VALUE
003250         MOVE "CORRECTED VALUE STILL NON-NUMERIC"
003260             TO DB-REJECT-REASON
003270         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
003271         GO TO 2100-EXIT
003272     END-IF.
003273*    THE REPAIRED RECORD MUST PASS THE SAME FIELD EDIT RULES IT
003274*    WOULD HAVE MET ON THE NIGHTLY RUN.  A FATAL ONE CARRIES IT
003275*    FORWARD NAMING THE RULE; A WARNING LETS IT POST.
003276     MOVE "Y" TO DL200-EDIT-OK-SW.
003277     PERFORM 3600-APPLY-EDIT-RULES THRU 3600-EXIT.
003278     IF NOT DL200-EDIT-OK
003279         ADD 1 TO DL200-STILL-REJECTED-CT
003280         MOVE DL200-REPAIR-VALUE-ORIG
003281             TO DB-REJECT-ORIGINAL-VALUE
003282         MOVE DL200-EDIT-REASON TO DB-REJECT-REASON
003283         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
003284         GO TO 2100-EXIT
003285     END-IF.
003286     PERFORM 4000-BUILD-DB-RECORD THRU 4000-EXIT.
003287     PERFORM 3700-LIST-EDIT-WARNINGS THRU 3700-EXIT.
003288     IF DB-REJECT-TC-CHANGE
003289         PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT
003290     ELSE
003291         PERFORM 4600-APPLY-ADD THRU 4600-EXIT
003294     END-IF.
003297 2100-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 2200-LOOKUP-CORR-CARD SCANS THE CORRECTION CARD TABLE FOR THE
003520     END-IF.
003530 2250-EXIT.
003540     EXIT.
003541*----------------------------------------------------------------
003542* 2300-CLEAR-REJECT DROPS A REJECT THE REGION HAS RESENT AND
003543* POSTED, WRITING A "REJECT CLEARED" AUDIT ENTRY UNDER ITS KEY
003544* WITH THE DATE IT WAS FIRST SEEN AND THE SOURCE THAT RESENT IT.
003545* THE RESEND ITSELF WAS AUDITED AND JOURNALED WHEN IT POSTED.
003546*----------------------------------------------------------------
003547 2300-CLEAR-REJECT.
003548     ADD 1 TO DL200-CLEARED-CT.
003549     IF DL200-SRC-IDX > ZERO
003550         ADD 1 TO DL200-ST-CLEARED-CT (DL200-SRC-IDX)
003551         ADD DL200-REJECT-DAYS
003552             TO DL200-ST-CLEARED-DAYS (DL200-SRC-IDX)
003553         IF DL200-REJECT-DAYS
003554            > DL200-ST-CLEARED-MAX (DL200-SRC-IDX)
003555             MOVE DL200-REJECT-DAYS
003556                 TO DL200-ST-CLEARED-MAX (DL200-SRC-IDX)
003557         END-IF
003558     END-IF.
003559     MOVE DB-REJECT-KEY TO DB-RECORD-KEY.
003560     MOVE "REJECT CLEARED" TO DL200-AUDIT-FIELD-NAME.
003561     MOVE SPACES TO DL200-AUDIT-OLD-VALUE DL200-AUDIT-NEW-VALUE.
003562     IF DB-REJECT-FIRST-DATE IS NUMERIC
003563        AND DB-REJECT-FIRST-DATE > ZERO
003564         STRING "FIRST SEEN " DB-REJECT-FIRST-DATE
003565             DELIMITED BY SIZE INTO DL200-AUDIT-OLD-VALUE
003566     ELSE
003567         MOVE "FIRST SEEN UNKNOWN" TO DL200-AUDIT-OLD-VALUE
003568     END-IF.
003569     STRING "RESENT BY " DB-REJECT-SOURCE-CODE
003570         " TC " DB-REJECT-TRANS-CODE
003571         DELIMITED BY SIZE INTO DL200-AUDIT-NEW-VALUE.
003572     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
003573 2300-EXIT.
003574     EXIT.
003575*----------------------------------------------------------------
003576* 3000-SCRUB-NUMERIC-FIELD STRIPS COMMAS OUT OF THE CORRECTED
003577* VALUE AND COMPACTS OUT EVERY SPACE THAT IS LEFT BEHIND, THE
003580* SAME SCRUB DL100 APPLIES TO THE INCOMING EXTRACT, SO A CARD
003590* PUNCHED AS "  1,234" CONVERTS THE SAME WAY A GOOD EXTRACT
003600* FIELD WOULD HAVE.
003920     END-IF.
003930 3500-EXIT.
003940     EXIT.
003941*----------------------------------------------------------------
003942* 3600-APPLY-EDIT-RULES TESTS THE REPAIRED RECORD - THE
003943* REJECT'S SAVED FIELDS AND SOURCE WITH THE CORRECTED VALUE -
003944* AGAINST EVERY FATAL EDIT RULE FOR ITS SOURCE, AS DL100 DOES.
003945* THE FIRST ONE IT FAILS STOPS THE REPAIR.  THE AMOUNT IS
003946* TESTED SIGNED, BEFORE THE MOVE TO THE MASTER FIELD.
003947*----------------------------------------------------------------
003948 3600-APPLY-EDIT-RULES.
003949     IF DL200-RULE-CT = ZERO
003950         GO TO 3600-EXIT
003951     END-IF.
003952     MOVE FUNCTION NUMVAL(DL200-REPAIR-VALUE)
003953         TO DL200-EDIT-AMOUNT.
003954     MOVE "F" TO DL200-EDIT-PASS.
003955     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
003956         VARYING DL200-RULE-IDX FROM 1 BY 1
003957         UNTIL DL200-RULE-IDX > DL200-RULE-CT
003958            OR NOT DL200-EDIT-OK.
003959 3600-EXIT.
003960     EXIT.
003961*----------------------------------------------------------------
003962* 3650-TEST-ONE-RULE TESTS THE RECORD AGAINST ONE RULE OF THE
003963* SEVERITY THIS PASS IS APPLYING, FOR ITS SOURCE OR FOR EVERY
003964* SOURCE.  A FAILED FATAL RULE SETS THE CARRY-FORWARD REASON;
003965* A FAILED WARNING RULE GOES ON THE EDIT EXCEPTIONS REPORT.
003966*----------------------------------------------------------------
003967 3650-TEST-ONE-RULE.
003968     IF DL200-RL-SEVERITY (DL200-RULE-IDX) NOT = DL200-EDIT-PASS
003969         GO TO 3650-EXIT
003970     END-IF.
003971     IF DL200-RL-SOURCE (DL200-RULE-IDX) NOT = "***"
003972        AND DL200-RL-SOURCE (DL200-RULE-IDX)
003973            NOT = DB-REJECT-SOURCE-CODE
003974         GO TO 3650-EXIT
003975     END-IF.
003976     MOVE "N" TO DL200-RULE-FAILED-SW.
003977     MOVE SPACES TO DL200-EDIT-RESULT.
003978     IF DL200-RL-FIELD (DL200-RULE-IDX) = "FIELD1"
003979         MOVE DB-REJECT-FIELD1 TO DL200-EDIT-VALUE
003980     END-IF.
003981     IF DL200-RL-FIELD (DL200-RULE-IDX) = "FIELD2"
003982         MOVE DB-REJECT-FIELD2 TO DL200-EDIT-VALUE
003983     END-IF.
003984     IF DL200-RL-FIELD (DL200-RULE-IDX) = "FIELD3"
003985         MOVE DB-REJECT-FIELD3 TO DL200-EDIT-VALUE
003986     END-IF.
003987     IF DL200-RL-FIELD (DL200-RULE-IDX) = "AMOUNT"
003988         MOVE DL200-REPAIR-VALUE-ORIG TO DL200-EDIT-VALUE
003989     END-IF.
003990     IF DL200-RL-TYPE (DL200-RULE-IDX) = "R"
003991        AND DL200-EDIT-VALUE = SPACES
003992         MOVE "REQUIRED" TO DL200-EDIT-RESULT
003993         SET DL200-RULE-FAILED TO TRUE
003994     END-IF.
003995     IF DL200-RL-TYPE (DL200-RULE-IDX) = "C"
003996         PERFORM 3660-CHECK-ONE-CHAR THRU 3660-EXIT
003997             VARYING DL200-SCAN-IDX FROM 1 BY 1
003998             UNTIL DL200-SCAN-IDX > 20
003999                OR DL200-RULE-FAILED
004000     END-IF.
004001     IF DL200-RL-TYPE (DL200-RULE-IDX) = "N"
004002        AND DL200-EDIT-AMOUNT < DL200-RL-LIMIT (DL200-RULE-IDX)
004003         MOVE "BELOW MINIMUM" TO DL200-EDIT-RESULT
004004         SET DL200-RULE-FAILED TO TRUE
004005     END-IF.
004006     IF DL200-RL-TYPE (DL200-RULE-IDX) = "X"
004007        AND DL200-EDIT-AMOUNT > DL200-RL-LIMIT (DL200-RULE-IDX)
004008         MOVE "OVER MAXIMUM" TO DL200-EDIT-RESULT
004009         SET DL200-RULE-FAILED TO TRUE
004010     END-IF.
004011     IF DL200-RL-TYPE (DL200-RULE-IDX) = "Z"
004012        AND DL200-EDIT-AMOUNT = ZERO
004013         MOVE "ZERO AMOUNT" TO DL200-EDIT-RESULT
004014         SET DL200-RULE-FAILED TO TRUE
004015     END-IF.
004016     IF NOT DL200-RULE-FAILED
004017         GO TO 3650-EXIT
004018     END-IF.
004019     IF DL200-EDIT-FATAL-PASS
004020         MOVE "N" TO DL200-EDIT-OK-SW
004021         MOVE SPACES TO DL200-EDIT-REASON
004022         STRING "EDIT RULE "
004023             DL200-RL-NAME (DL200-RULE-IDX) DELIMITED BY SPACE
004024             " " DL200-RL-FIELD (DL200-RULE-IDX) DELIMITED BY SIZE
004025             " " DL200-EDIT-RESULT DELIMITED BY SIZE
004026             INTO DL200-EDIT-REASON
004027     ELSE
004028         PERFORM 5700-WRITE-EDIT-EXCEPTION THRU 5700-EXIT
004029     END-IF.
004030 3650-EXIT.
004031     EXIT.
004032*----------------------------------------------------------------
004033* 3660-CHECK-ONE-CHAR HOLDS ONE CHARACTER OF THE FIELD TO THE
004034* RULE'S CLASS.  BLANKS PASS, AS IN DL100.
004035*----------------------------------------------------------------
004036 3660-CHECK-ONE-CHAR.
004037     IF DL200-EDIT-VALUE (DL200-SCAN-IDX:1) = SPACE
004038         GO TO 3660-EXIT
004039     END-IF.
004040     IF DL200-RL-CLASS (DL200-RULE-IDX) = "A"
004041        AND DL200-EDIT-VALUE (DL200-SCAN-IDX:1) IS NOT ALPHABETIC
004042         SET DL200-RULE-FAILED TO TRUE
004043     END-IF.
004044     IF DL200-RL-CLASS (DL200-RULE-IDX) = "N"
004045        AND DL200-EDIT-VALUE (DL200-SCAN-IDX:1) IS NOT NUMERIC
004046         SET DL200-RULE-FAILED TO TRUE
004047     END-IF.
004048     IF DL200-RL-CLASS (DL200-RULE-IDX) = "X"
004049        AND DL200-EDIT-VALUE (DL200-SCAN-IDX:1) IS NOT ALPHABETIC
004050        AND DL200-EDIT-VALUE (DL200-SCAN-IDX:1) IS NOT NUMERIC
004051         SET DL200-RULE-FAILED TO TRUE
004052     END-IF.
004053     IF DL200-RULE-FAILED
004054         MOVE "BAD CHARACTER" TO DL200-EDIT-RESULT
004055     END-IF.
004056 3660-EXIT.
004057     EXIT.
004058*----------------------------------------------------------------
004059* 3700-LIST-EDIT-WARNINGS RUNS THE WARNING RULES OVER A REPAIR
004060* THAT PASSED EVERY FATAL ONE.  IT STILL POSTS; EACH WARNING IT
004061* FAILS IS LISTED ON THE EDIT EXCEPTIONS REPORT.
004062*----------------------------------------------------------------
004063 3700-LIST-EDIT-WARNINGS.
004064     IF DL200-RULE-CT = ZERO
004065         GO TO 3700-EXIT
004066     END-IF.
004067     MOVE "W" TO DL200-EDIT-PASS.
004068     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
004069         VARYING DL200-RULE-IDX FROM 1 BY 1
004070         UNTIL DL200-RULE-IDX > DL200-RULE-CT.
004071 3700-EXIT.
004072     EXIT.
004073*----------------------------------------------------------------
004074* 4000-BUILD-DB-RECORD REBUILDS THE DB-RECORD FROM THE REJECT'S
004075* SAVED SOURCE FIELDS AND CONVERTS THE CORRECTED NUMERIC VALUE
004076* WITH FUNCTION NUMVAL, EXACTLY AS 4000-MOVE-FIELDS IN DL100
004077* WOULD HAVE DONE HAD THE RECORD PASSED ON THE NIGHTLY RUN.
004078*----------------------------------------------------------------
004079 4000-BUILD-DB-RECORD.
004080     MOVE DB-REJECT-KEY    TO DB-RECORD-KEY.
004081     MOVE DB-REJECT-FIELD1 TO DB-RECORD-FIELD1.
004082     MOVE DB-REJECT-FIELD2 TO DB-RECORD-FIELD2.
004083     MOVE DB-REJECT-FIELD3 TO DB-RECORD-FIELD3.
004084     MOVE DB-REJECT-SOURCE-CODE TO DB-RECORD-SOURCE-CODE.
004085     MOVE FUNCTION NUMVAL(DL200-REPAIR-VALUE)
004086         TO DB-RECORD-NUMERIC-FIELD.
004090 4000-EXIT.
004100     EXIT.
004101*----------------------------------------------------------------
004102* 4400-APPLY-REKEY RETRIES A REJECTED RE-KEY, MOVING THE MASTER
004103* RECORD FROM THE REJECT'S KEY TO THE NEW KEY IN THE FIRST TEN
004104* BYTES OF ITS FIELD1, JOURNALED AS A LINKED PAIR AND AUDITED
004105* UNDER BOTH KEYS, EXACTLY AS ON THE NIGHTLY RUN.  NOTHING IS
004106* BILLED.  A RE-KEY WITH NO USABLE NEW KEY, AN OLD KEY STILL
004107* NOT ON THE MASTER, OR A NEW KEY ALREADY ON IT CARRIES
004108* FORWARD WITH THE REASON DL100 WOULD GIVE IT.
004109*----------------------------------------------------------------
004110 4400-APPLY-REKEY.
004111     IF DB-REJECT-NEW-KEY = SPACES
004112        OR DB-REJECT-NEW-KEY = DB-REJECT-KEY
004113         ADD 1 TO DL200-STILL-REJECTED-CT
004114         MOVE "RE-KEY - NEW KEY MISSING OR SAME AS OLD"
004115             TO DB-REJECT-REASON
004116         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
004117         GO TO 4400-EXIT
004118     END-IF.
004119     MOVE DB-REJECT-KEY TO DB-RECORD-KEY.
004120     MOVE "Y" TO DL200-MASTER-ACTION-OK-SW.
004121     READ DB-OUT-FILE
004122         INVALID KEY
004123             MOVE "N" TO DL200-MASTER-ACTION-OK-SW
004124     END-READ.
004125     IF NOT DL200-MASTER-ACTION-OK
004126         ADD 1 TO DL200-STILL-REJECTED-CT
004127         MOVE "RE-KEY - OLD KEY NOT ON MASTER" TO DB-REJECT-REASON
004128         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
004129         GO TO 4400-EXIT
004130     END-IF.
004131     MOVE DB-RECORD TO DL200-BEFORE-IMAGE.
004132     MOVE DB-REJECT-NEW-KEY TO DB-RECORD-KEY.
004133     WRITE DB-RECORD
004134         INVALID KEY
004135             MOVE "N" TO DL200-MASTER-ACTION-OK-SW
004136     END-WRITE.
004137     IF NOT DL200-MASTER-ACTION-OK
004138         ADD 1 TO DL200-STILL-REJECTED-CT
004139         MOVE "RE-KEY - NEW KEY ALREADY ON MASTER"
004140             TO DB-REJECT-REASON
004141         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
004142         GO TO 4400-EXIT
004143     END-IF.
004144     MOVE DB-REJECT-KEY TO DB-RECORD-KEY.
004145     DELETE DB-OUT-FILE RECORD
004146         INVALID KEY
004147             MOVE "N" TO DL200-MASTER-ACTION-OK-SW
004149     END-DELETE.
004150*    AN OLD KEY THAT WILL NOT DELETE MUST NOT LEAVE THE ACCOUNT
004151*    ON THE MASTER TWICE: THE NEW KEY IS TAKEN OFF AGAIN AND THE
004152*    RE-KEY CARRIED FORWARD, UNCOUNTED, UNJOURNALED AND
004153*    UNAUDITED.  IF EVEN THAT FAILS THE MASTER IS IN DOUBT AND
004154*    THE RUN STOPS.
004155     IF NOT DL200-MASTER-ACTION-OK
004156         DISPLAY "DL200: RE-KEY - OLD KEY " DB-REJECT-KEY
004157             " VANISHED BEFORE ITS DELETE - STATUS "
004158             DL200-MASTER-STATUS
004159         MOVE DB-REJECT-NEW-KEY TO DB-RECORD-KEY
004160         MOVE "Y" TO DL200-MASTER-ACTION-OK-SW
004161         DELETE DB-OUT-FILE RECORD
004162             INVALID KEY
004163                 MOVE "N" TO DL200-MASTER-ACTION-OK-SW
004164         END-DELETE
004165         IF NOT DL200-MASTER-ACTION-OK
004166             DISPLAY "DL200: RE-KEY - NEW KEY " DB-REJECT-NEW-KEY
004167                 " CANNOT BE BACKED OUT - STATUS "
004168                 DL200-MASTER-STATUS
004169             MOVE 16 TO RETURN-CODE
004170             GO TO 9999-EXIT
004171         END-IF
004172         ADD 1 TO DL200-STILL-REJECTED-CT
004173         MOVE "RE-KEY - OLD KEY DELETE FAILED" TO DB-REJECT-REASON
004174         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
004175         GO TO 4400-EXIT
004176     END-IF.
004177     ADD 1 TO DL200-REPAIRED-CT.
004178     PERFORM 7100-TALLY-REPAIRED THRU 7100-EXIT.
004179     MOVE "D"               TO DL200-JRNL-ACTION.
004180     MOVE SPACES            TO DL200-AFTER-IMAGE.
004181     MOVE DB-REJECT-NEW-KEY TO DL200-JRNL-LINK-KEY.
004182     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
004183     MOVE DL200-BEFORE-IMAGE TO DB-RECORD.
004184     MOVE DB-REJECT-NEW-KEY TO DB-RECORD-KEY.
004185     MOVE "W"               TO DL200-JRNL-ACTION.
004186     MOVE SPACES            TO DL200-BEFORE-IMAGE.
004187     MOVE DB-RECORD         TO DL200-AFTER-IMAGE.
004188     MOVE DB-REJECT-KEY     TO DL200-JRNL-LINK-KEY.
004189     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
004190     PERFORM 8400-WRITE-REKEY-AUDIT THRU 8400-EXIT.
004191 4400-EXIT.
004192     EXIT.
004193*----------------------------------------------------------------
004194* 4500-APPLY-DELETE RETRIES A REJECTED DELETE AGAINST THE
004195* MASTER.  SUCCESS COUNTS AS REPAIRED AND BILLS A REVERSAL, AS
004196* ON THE NIGHTLY RUN; A KEY STILL NOT ON THE MASTER CARRIES
004197* FORWARD WITH THE SAME REASON DL100 GAVE IT.
004198*----------------------------------------------------------------
004199 4500-APPLY-DELETE.
004200     MOVE DB-REJECT-KEY TO DB-RECORD-KEY.
004201     PERFORM 4900-FETCH-BEFORE-IMAGE THRU 4900-EXIT.
004202     MOVE "Y" TO DL200-MASTER-ACTION-OK-SW.
004203     DELETE DB-OUT-FILE RECORD
004204         INVALID KEY
004210             MOVE "N" TO DL200-MASTER-ACTION-OK-SW
004220     END-DELETE.
004230     IF DL200-MASTER-ACTION-OK
004240         ADD 1 TO DL200-REPAIRED-CT
004245         PERFORM 7100-TALLY-REPAIRED THRU 7100-EXIT
004250         PERFORM 8200-WRITE-DELETE-AUDIT THRU 8200-EXIT
004251         MOVE "D"    TO DL200-JRNL-ACTION
004252         MOVE SPACES TO DL200-AFTER-IMAGE
004253         PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
004256         PERFORM 5220-WRITE-BILLING-REVERSAL THRU 5220-EXIT
004260     ELSE
004270         ADD 1 TO DL200-STILL-REJECTED-CT
004280         MOVE "DELETE - KEY NOT ON MASTER" TO DB-REJECT-REASON
004420     END-WRITE.
004430     IF DL200-MASTER-ACTION-OK
004440         ADD 1 TO DL200-REPAIRED-CT
004445         PERFORM 7100-TALLY-REPAIRED THRU 7100-EXIT
004450         ADD DB-RECORD-NUMERIC-FIELD
004460             TO DL200-REPAIR-CONTROL-TOTAL
004470         PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT
004650     END-REWRITE.
004660     IF DL200-MASTER-ACTION-OK
004670         ADD 1 TO DL200-REPAIRED-CT
004675         PERFORM 7100-TALLY-REPAIRED THRU 7100-EXIT
004680         ADD DB-RECORD-NUMERIC-FIELD
004690             TO DL200-REPAIR-CONTROL-TOTAL
004700         PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT
004701         MOVE "R"       TO DL200-JRNL-ACTION
004702         MOVE DB-RECORD TO DL200-AFTER-IMAGE
004703         PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
004711         PERFORM 5210-WRITE-BILLING-ADJUSTMENT THRU 5210-EXIT
004720     ELSE
004730         ADD 1 TO DL200-STILL-REJECTED-CT
004740         MOVE "CHANGE - KEY NOT ON MASTER"
004794* BEFORE IMAGE, SAVING THE PENDING REPAIRED RECORD AROUND THE
004795* READ.  A KEY NOT ON THE MASTER LEAVES THE BEFORE IMAGE BLANK -
004796* THE ACTION THAT FOLLOWS WILL FAIL AND NOTHING IS JOURNALED.
004797* THE BEFORE IMAGE'S BILLING FIELDS AND AMOUNT ARE KEPT TOO,
004798* FOR THE ADJUSTMENT OR REVERSAL THE ACTION BILLS.
004799*----------------------------------------------------------------
004800 4900-FETCH-BEFORE-IMAGE.
004801     MOVE DB-RECORD TO DL200-NEW-RECORD-SAVE.
004802     MOVE SPACES TO DL200-BEFORE-IMAGE.
004803     MOVE SPACES TO DL200-BEFORE-FIELD1.
004804     MOVE SPACES TO DL200-BEFORE-FIELD3.
004805     MOVE ZERO   TO DL200-BEFORE-AMOUNT.
004806     READ DB-OUT-FILE
004807         INVALID KEY
004808             CONTINUE
004809         NOT INVALID KEY
004810             MOVE DB-RECORD TO DL200-BEFORE-IMAGE
004811             MOVE DB-RECORD-FIELD1 TO DL200-BEFORE-FIELD1
004812             MOVE DB-RECORD-FIELD3 TO DL200-BEFORE-FIELD3
004813             MOVE DB-RECORD-NUMERIC-FIELD TO DL200-BEFORE-AMOUNT
004814     END-READ.
004815     MOVE DL200-NEW-RECORD-SAVE TO DB-RECORD.
004816 4900-EXIT.
004817     EXIT.
004818*----------------------------------------------------------------
004819* 5200-WRITE-BILLING-RECORD FEEDS THE BILLING INTERFACE WITH THE
004820* REPAIRED RECORD, AGAINST THE CURRENT BILLING PERIOD, THE SAME
004824* WAY DL100 FEEDS IT ON THE NIGHTLY RUN: A REPAIRED ADD BILLS A
004828* CHARGE OF THE FULL AMOUNT, A CHANGE (5210) AN ADJUSTMENT OF
004832* THE DIFFERENCE FROM THE BEFORE IMAGE AND A DELETE (5220) A
004836* REVERSAL OF THE AMOUNT THE RECORD LAST BILLED.
004840*----------------------------------------------------------------
004850 5200-WRITE-BILLING-RECORD.
004855     MOVE SPACES               TO BILL-INTERFACE-RECORD.
004860     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
004861     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
004862     MOVE DL200-BILLING-PERIOD TO BILL-IF-PERIOD.
004863     MOVE DB-RECORD-NUMERIC-FIELD TO BILL-IF-AMOUNT.
004864     SET BILL-IF-CHARGE        TO TRUE.
004865     SET BILL-IF-DEBIT         TO TRUE.
004866     WRITE BILL-INTERFACE-RECORD.
004867     ADD 1 TO DL200-BILLED-CT.
004868     ADD 1 TO DL200-BILL-CHG-CT.
004869     ADD DB-RECORD-NUMERIC-FIELD TO DL200-BILL-CHG-TOTAL.
004870 5200-EXIT.
004871     EXIT.
004872 5210-WRITE-BILLING-ADJUSTMENT.
004873     MOVE SPACES               TO BILL-INTERFACE-RECORD.
004874     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
004875     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
004876     MOVE DL200-BILLING-PERIOD TO BILL-IF-PERIOD.
004877     SET BILL-IF-ADJUSTMENT    TO TRUE.
004878     IF DB-RECORD-NUMERIC-FIELD < DL200-BEFORE-AMOUNT
004879         SET BILL-IF-CREDIT TO TRUE
004880         COMPUTE DL200-BILL-AMOUNT
004881             = DL200-BEFORE-AMOUNT - DB-RECORD-NUMERIC-FIELD
004882         ADD DL200-BILL-AMOUNT TO DL200-BILL-ADJ-CREDIT
004883     ELSE
004884         SET BILL-IF-DEBIT TO TRUE
004885         COMPUTE DL200-BILL-AMOUNT
004886             = DB-RECORD-NUMERIC-FIELD - DL200-BEFORE-AMOUNT
004887         ADD DL200-BILL-AMOUNT TO DL200-BILL-ADJ-DEBIT
004888     END-IF.
004889     MOVE DL200-BILL-AMOUNT TO BILL-IF-AMOUNT.
004890     WRITE BILL-INTERFACE-RECORD.
004891     ADD 1 TO DL200-BILLED-CT.
004892     ADD 1 TO DL200-BILL-ADJ-CT.
004893 5210-EXIT.
004894     EXIT.
004895 5220-WRITE-BILLING-REVERSAL.
004896     MOVE SPACES               TO BILL-INTERFACE-RECORD.
004897     MOVE DL200-BEFORE-FIELD1  TO BILL-IF-FIELD1.
004898     MOVE DL200-BEFORE-FIELD3  TO BILL-IF-FIELD3.
004899     MOVE DL200-BILLING-PERIOD TO BILL-IF-PERIOD.
004900     MOVE DL200-BEFORE-AMOUNT  TO BILL-IF-AMOUNT.
004901     SET BILL-IF-REVERSAL      TO TRUE.
004902     SET BILL-IF-CREDIT        TO TRUE.
004903     WRITE BILL-INTERFACE-RECORD.
004904     ADD 1 TO DL200-BILLED-CT.
004905     ADD 1 TO DL200-BILL-REV-CT.
004906     ADD DL200-BEFORE-AMOUNT TO DL200-BILL-REV-TOTAL.
004907 5220-EXIT.
004908     EXIT.
004911*----------------------------------------------------------------
004912* 5300-WRITE-BILLING-HEADER AND 5400-WRITE-BILLING-TRAILER
004913* FRAME THE REPAIR RUN'S BATCH ON THE BILLING INTERFACE, AS
004914* DL100 AND DL150 FRAME THEIRS.  THE COUNT AND AMOUNT OF EACH
004915* RECORD TYPE ACCUMULATE EXACTLY AS RECORDS BILL, SO THEY ARE
004916* THE TRAILER'S GROSS, NET AND PER-TYPE FIGURES.
004917*----------------------------------------------------------------
004918 5300-WRITE-BILLING-HEADER.
004919     MOVE SPACES              TO BILL-IF-HDR-RECORD.
004927     MOVE SPACES              TO BILL-IF-TRL-RECORD.
004928     MOVE "TRL"               TO BILL-IF-TRL-ID.
004929     MOVE DL200-BILLED-CT     TO BILL-IF-TRL-COUNT.
004930     COMPUTE BILL-IF-TRL-AMOUNT
004931         = DL200-BILL-CHG-TOTAL + DL200-BILL-ADJ-DEBIT
004932         + DL200-BILL-ADJ-CREDIT + DL200-BILL-REV-TOTAL.
004933     COMPUTE BILL-IF-TRL-NET-AMOUNT
004934         = DL200-BILL-CHG-TOTAL + DL200-BILL-ADJ-DEBIT
004935         - DL200-BILL-ADJ-CREDIT - DL200-BILL-REV-TOTAL.
004936     MOVE DL200-BILL-CHG-CT    TO BILL-IF-TRL-CHG-COUNT.
004937     MOVE DL200-BILL-CHG-TOTAL TO BILL-IF-TRL-CHG-AMOUNT.
004938     MOVE DL200-BILL-ADJ-CT    TO BILL-IF-TRL-ADJ-COUNT.
004939     COMPUTE BILL-IF-TRL-ADJ-GROSS
004940         = DL200-BILL-ADJ-DEBIT + DL200-BILL-ADJ-CREDIT.
004941     COMPUTE BILL-IF-TRL-ADJ-NET
004942         = DL200-BILL-ADJ-DEBIT - DL200-BILL-ADJ-CREDIT.
004943     MOVE DL200-BILL-REV-CT    TO BILL-IF-TRL-REV-COUNT.
004944     MOVE DL200-BILL-REV-TOTAL TO BILL-IF-TRL-REV-AMOUNT.
004946     WRITE BILL-IF-TRL-RECORD.
004948 5400-EXIT.
004950     EXIT.
004952*----------------------------------------------------------------
004954* 6000-CARRY-FORWARD WRITES THE CURRENT REJECT, AS IT NOW
004956* STANDS, TO THE NEXT DAY'S REJECT FILE SO AN UNMATCHED OR
004958* STILL-BAD REJECT IS NEVER LOST.
004960*----------------------------------------------------------------
004970 6000-CARRY-FORWARD.
004971*    THE FIRST-SEEN DATE RIDES THE CARRY-FORWARD UNCHANGED SO
004978     END-IF.
004980     MOVE DB-REJECT-RECORD TO REJECT-FWD-RECORD.
004990     WRITE REJECT-FWD-RECORD.
004992     IF DL200-SRC-IDX > ZERO
004994         ADD 1 TO DL200-ST-CARRIED-CT (DL200-SRC-IDX)
004996     END-IF.
005000 6000-EXIT.
005010     EXIT.
005011*----------------------------------------------------------------
005012* 5700-WRITE-EDIT-EXCEPTION LISTS ONE FAILED WARNING RULE
005013* AGAINST THE REPAIRED RECORD, WITH THE VALUE TESTED.
005014*----------------------------------------------------------------
005015 5700-WRITE-EDIT-EXCEPTION.
005016     ADD 1 TO DL200-EDIT-WARNED-CT.
005017     MOVE DB-REJECT-KEY         TO DL200-EXCP-KEY.
005018     MOVE DB-REJECT-SOURCE-CODE TO DL200-EXCP-SOURCE.
005019     MOVE DB-REJECT-TRANS-CODE  TO DL200-EXCP-TRANS.
005020     MOVE DL200-RL-NAME (DL200-RULE-IDX)  TO DL200-EXCP-RULE.
005021     MOVE DL200-RL-FIELD (DL200-RULE-IDX) TO DL200-EXCP-FIELD.
005022     MOVE DL200-EDIT-RESULT     TO DL200-EXCP-RESULT.
005023     MOVE DL200-EDIT-VALUE      TO DL200-EXCP-VALUE.
005024     MOVE DL200-EXCP-DETAIL     TO EDIT-EXCP-LINE.
005025     WRITE EDIT-EXCP-LINE.
005026 5700-EXIT.
005027     EXIT.
005028*----------------------------------------------------------------
005029* 7000-FIND-SOURCE POINTS DL200-SRC-IDX AT THE CURRENT REJECT'S
005030* SOURCE CODE IN THE SOURCE TABLE, ADDING IT THE FIRST TIME IT
005031* IS SEEN.  PAST 30 CODES THE INDEX IS ZERO AND THE REJECT IS
005032* LEFT OUT OF THE REJECT HISTORY, WITH ONE CONSOLE WARNING.
005033*----------------------------------------------------------------
005034 7000-FIND-SOURCE.
005035     MOVE ZERO TO DL200-SRC-HIT-IDX.
005036     PERFORM 7050-CHECK-ONE-SOURCE THRU 7050-EXIT
005037         VARYING DL200-SRC-IDX FROM 1 BY 1
005038         UNTIL DL200-SRC-IDX > DL200-SRC-CT
005039            OR DL200-SRC-HIT-IDX > ZERO.
005040     IF DL200-SRC-HIT-IDX = ZERO
005041         IF DL200-SRC-CT < 30
005042             ADD 1 TO DL200-SRC-CT
005043             MOVE DL200-SRC-CT TO DL200-SRC-HIT-IDX
005044             MOVE DB-REJECT-SOURCE-CODE
005045                 TO DL200-ST-CODE (DL200-SRC-CT)
005046             MOVE ZERO TO DL200-ST-NEW-CT (DL200-SRC-CT)
005047                 DL200-ST-CLEARED-CT (DL200-SRC-CT)
005048                 DL200-ST-CLEARED-DAYS (DL200-SRC-CT)
005049                 DL200-ST-CLEARED-MAX (DL200-SRC-CT)
005050                 DL200-ST-REPAIRED-CT (DL200-SRC-CT)
005051                 DL200-ST-REPAIRED-DAYS (DL200-SRC-CT)
005052                 DL200-ST-CARRIED-CT (DL200-SRC-CT)
005053         ELSE
005054             IF NOT DL200-SRC-FULL
005055                 SET DL200-SRC-FULL TO TRUE
005056                 DISPLAY "DL200: SOURCE TABLE FULL - SOURCE "
005057                     DB-REJECT-SOURCE-CODE
005058                     " LEFT OUT OF REJECT HISTORY"
005059             END-IF
005060         END-IF
005061     END-IF.
005062     MOVE DL200-SRC-HIT-IDX TO DL200-SRC-IDX.
005063 7000-EXIT.
005064     EXIT.
005065 7050-CHECK-ONE-SOURCE.
005066     IF DL200-ST-CODE (DL200-SRC-IDX) = DB-REJECT-SOURCE-CODE
005067         MOVE DL200-SRC-IDX TO DL200-SRC-HIT-IDX
005068     END-IF.
005069 7050-EXIT.
005070     EXIT.
005071*----------------------------------------------------------------
005072* 7100-TALLY-REPAIRED COUNTS A REJECT REPAIRED HERE ON A
005073* CORRECTION CARD AGAINST ITS SOURCE, WITH THE DAYS IT HAD BEEN
005074* OUTSTANDING.
005075*----------------------------------------------------------------
005076 7100-TALLY-REPAIRED.
005077     IF DL200-SRC-IDX > ZERO
005078         ADD 1 TO DL200-ST-REPAIRED-CT (DL200-SRC-IDX)
005079         ADD DL200-REJECT-DAYS
005080             TO DL200-ST-REPAIRED-DAYS (DL200-SRC-IDX)
005081     END-IF.
005082 7100-EXIT.
005083     EXIT.
005084*----------------------------------------------------------------
005085* 8000-WRITE-AUDIT-ENTRIES WRITES THE SAME FOUR AUDIT-LOG-FILE
005086* RECORDS PER REPAIRED RECORD THAT DL100 WRITES PER CONVERTED
005087* RECORD, SO COMPLIANCE SEES ONE CONSISTENT TRAIL WHETHER A
005088* RECORD POSTED ON THE NIGHTLY RUN OR THROUGH REPAIR.
005089*----------------------------------------------------------------
005090 8000-WRITE-AUDIT-ENTRIES.
005091     MOVE "FIELD1"              TO DL200-AUDIT-FIELD-NAME.
005100     MOVE DB-REJECT-FIELD1      TO DL200-AUDIT-OLD-VALUE.
005110     MOVE DB-RECORD-FIELD1      TO DL200-AUDIT-NEW-VALUE.
005120     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
005490     MOVE DL200-RUN-ID         TO AUDIT-LOG-RUN-ID.
005500     WRITE AUDIT-LOG-RECORD.
005510 8200-EXIT.
005511     EXIT.
005512*----------------------------------------------------------------
005513* 8300-WRITE-JOURNAL APPENDS ONE BEFORE/AFTER IMAGE RECORD TO
005514* THE CHANGE JOURNAL FOR AN ACTION JUST APPLIED TO THE MASTER,
005515* EXACTLY AS THE NIGHTLY JOBS JOURNAL THEIRS.
005516*----------------------------------------------------------------
005517 8300-WRITE-JOURNAL.
005518     MOVE DL200-JRNL-ACTION      TO DB-JRNL-ACTION.
005519     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
005520     MOVE DL200-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
005521     MOVE DL200-RUN-ID           TO DB-JRNL-RUN-ID.
005522     MOVE DL200-BEFORE-IMAGE     TO DB-JRNL-BEFORE-IMAGE.
005523     MOVE DL200-AFTER-IMAGE      TO DB-JRNL-AFTER-IMAGE.
005524     MOVE DL200-JRNL-LINK-KEY    TO DB-JRNL-LINK-KEY.
005525     WRITE DB-JOURNAL-RECORD.
005526     MOVE SPACES                 TO DL200-JRNL-LINK-KEY.
005527 8300-EXIT.
005528     EXIT.
005529*----------------------------------------------------------------
005530* 8400-WRITE-REKEY-AUDIT WRITES THE "RE-KEYED TO" / "RE-KEYED
005531* FROM" PAIR THAT TIES A REPAIRED RE-KEY'S TWO KEYS TOGETHER,
005532* MATCHING WHAT DL100 WRITES WHEN A RE-KEY APPLIES NIGHTLY.
005533*----------------------------------------------------------------
005534 8400-WRITE-REKEY-AUDIT.
005535     MOVE DB-REJECT-KEY        TO DL200-AUDIT-OLD-VALUE.
005536     MOVE DB-REJECT-NEW-KEY    TO DL200-AUDIT-NEW-VALUE.
005537     MOVE DB-REJECT-KEY        TO DB-RECORD-KEY.
005538     MOVE "RE-KEYED TO"        TO DL200-AUDIT-FIELD-NAME.
005539     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
005540     MOVE DB-REJECT-NEW-KEY    TO DB-RECORD-KEY.
005541     MOVE "RE-KEYED FROM"      TO DL200-AUDIT-FIELD-NAME.
005542     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
005543 8400-EXIT.
005544     EXIT.
005545*----------------------------------------------------------------
005546* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005547* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005548* THERE IS NO CALENDAR), THEN HOLDS THE RUN TO ITS PREDECESSORS
005549* FOR THAT DATE.
005550*----------------------------------------------------------------
005551 8500-START-STEP.
005552     ACCEPT DL200-STEP-DATE-8 FROM DATE YYYYMMDD.
005553     MOVE DL200-STEP-DATE-8 TO DL200-STEP-BUS-DATE.
005554     OPEN INPUT RUN-CAL-FILE.
005555     IF DL200-RUN-CAL-STATUS = "00"
005556         READ RUN-CAL-FILE
005557             AT END
005558                 CONTINUE
005559             NOT AT END
005560                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005561                    AND RUN-CAL-BUSINESS-DATE > ZERO
005562                     MOVE RUN-CAL-BUSINESS-DATE
005563                         TO DL200-STEP-BUS-DATE
005564                 END-IF
005565         END-READ
005566         CLOSE RUN-CAL-FILE
005567     END-IF.
005568     MOVE SPACES TO STEP-CTL-RECORD.
005569     MOVE "S" TO STEP-CTL-EVENT.
005570     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005571         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005572         STEP-CTL-COUNT-5.
005579     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005580     SET DL200-STEP-STARTED TO TRUE.
005581     PERFORM 8600-CHECK-PREDECESSORS THRU 8600-EXIT.
005582 8500-EXIT.
005583     EXIT.
005584*----------------------------------------------------------------
005585* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005586* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005587* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005588*----------------------------------------------------------------
005589 8550-WRITE-STEP-RECORD.
005590     MOVE DL200-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005591     MOVE "DL200" TO STEP-CTL-JOB.
005592     ACCEPT DL200-STEP-DATE-8 FROM DATE YYYYMMDD.
005593     ACCEPT DL200-STEP-TIME-8 FROM TIME.
005594     MOVE DL200-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005595     MOVE DL200-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005596     OPEN EXTEND STEP-CTL-FILE.
005597     IF DL200-STEPCTL-STATUS = "35"
005598         OPEN OUTPUT STEP-CTL-FILE
005599     END-IF.
005600     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005601     CLOSE STEP-CTL-FILE.
005602 8550-EXIT.
005603     EXIT.
005604*----------------------------------------------------------------
005605* 8600-CHECK-PREDECESSORS HOLDS THE RUN TO THE STEPS THAT MUST
005606* HAVE COMPLETED BEFORE IT FOR THE SAME BUSINESS DATE.  ONE
005607* THAT NEVER RAN, NEVER ENDED, OR ENDED ABOVE RETURN CODE 4
005608* REFUSES THE RUN WITH RETURN CODE 12 - UNLESS A STEPOVRD
005609* CARD FOR THIS JOB AND DATE NAMES THE OPERATOR TAKING IT ON,
005610* IN WHICH CASE EACH STEP PASSED OVER IS LOGGED ON STEPCTL.
005611*----------------------------------------------------------------
005612 8600-CHECK-PREDECESSORS.
005613     MOVE "N" TO DL200-PRED-BLOCKED-SW.
005614     PERFORM 8610-CLEAR-ONE-PRED THRU 8610-EXIT
005615         VARYING DL200-PRED-IDX FROM 1 BY 1
005616         UNTIL DL200-PRED-IDX > DL200-PRED-CT.
005617     OPEN INPUT STEP-CTL-FILE.
005618     IF DL200-STEPCTL-STATUS = "00"
005619         PERFORM 8650-SCAN-ONE-STEP THRU 8650-EXIT
005620             UNTIL DL200-STEPCTL-EOF
005621         CLOSE STEP-CTL-FILE
005622     END-IF.
005623     PERFORM 8700-JUDGE-ONE-PRED THRU 8700-EXIT
005624         VARYING DL200-PRED-IDX FROM 1 BY 1
005625         UNTIL DL200-PRED-IDX > DL200-PRED-CT.
005626     IF NOT DL200-PRED-BLOCKED
005627         GO TO 8600-EXIT
005628     END-IF.
005629     PERFORM 8750-READ-OVERRIDE THRU 8750-EXIT.
005630     IF DL200-STEP-OVERRIDE-OPER = SPACES
005631         DISPLAY "DL200: PREDECESSORS NOT COMPLETE FOR BUSINESS "
005632             "DATE " DL200-STEP-BUS-DATE " - RUN REFUSED"
005633         DISPLAY "DL200: SUPPLY A STEPOVRD CARD TO OVERRIDE"
005634         MOVE 12 TO RETURN-CODE
005635         GO TO 9999-EXIT
005636     END-IF.
005637     DISPLAY "DL200: PREDECESSOR CHECK OVERRIDDEN BY "
005638         DL200-STEP-OVERRIDE-OPER.
005639     PERFORM 8800-LOG-ONE-OVERRIDE THRU 8800-EXIT
005640         VARYING DL200-PRED-IDX FROM 1 BY 1
005641         UNTIL DL200-PRED-IDX > DL200-PRED-CT.
005642 8600-EXIT.
005643     EXIT.
005644 8610-CLEAR-ONE-PRED.
005645     MOVE "M"  TO DL200-PRED-STATE (DL200-PRED-IDX).
005646     MOVE "M"  TO DL200-PRED-ALT-STATE (DL200-PRED-IDX).
005647     MOVE ZERO TO DL200-PRED-RC (DL200-PRED-IDX).
005648 8610-EXIT.
005649     EXIT.
005650*----------------------------------------------------------------
005651* 8650-SCAN-ONE-STEP READS ONE STEP CONTROL RECORD.  THE FILE
005652* IS IN TIME ORDER, SO THE LAST START OR END SEEN FOR A
005653* PREDECESSOR ON THIS BUSINESS DATE IS ITS STANDING.
005654*----------------------------------------------------------------
005655 8650-SCAN-ONE-STEP.
005656     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
005657         AT END
005658             SET DL200-STEPCTL-EOF TO TRUE
005659             GO TO 8650-EXIT
005660     END-READ.
005661     IF STEP-CTL-BUSINESS-DATE NOT = DL200-STEP-BUS-DATE
005662        OR STEP-CTL-OVERRIDDEN
005663         GO TO 8650-EXIT
005664     END-IF.
005665     PERFORM 8660-NOTE-ONE-PRED THRU 8660-EXIT
005666         VARYING DL200-PRED-IDX FROM 1 BY 1
005667         UNTIL DL200-PRED-IDX > DL200-PRED-CT.
005668 8650-EXIT.
005669     EXIT.
005670*----------------------------------------------------------------
005671* 8660-NOTE-ONE-PRED MARKS A PREDECESSOR "R" ON A START, AND
005672* "C" OR "F" ON AN END BY ITS RETURN CODE.  THE STAND-IN STEP,
005673* WHERE THERE IS ONE, COUNTS ONLY AS A WHOLE-FILE RUN - A
005674* SPLIT STREAM DOES NOT STAND IN FOR ANYTHING.
005675*----------------------------------------------------------------
005676 8660-NOTE-ONE-PRED.
005677     IF STEP-CTL-JOB = DL200-PRED-JOB (DL200-PRED-IDX)
005678         IF STEP-CTL-STARTED
005679             MOVE "R" TO DL200-PRED-STATE (DL200-PRED-IDX)
005680         ELSE
005681             MOVE STEP-CTL-RETURN-CODE
005682                 TO DL200-PRED-RC (DL200-PRED-IDX)
005683             IF STEP-CTL-RETURN-CODE > 4
005684                 MOVE "F" TO DL200-PRED-STATE (DL200-PRED-IDX)
005685             ELSE
005686                 MOVE "C" TO DL200-PRED-STATE (DL200-PRED-IDX)
005687             END-IF
005688         END-IF
005689     END-IF.
005690     IF DL200-PRED-ALT-JOB (DL200-PRED-IDX) NOT = SPACES
005691        AND STEP-CTL-JOB = DL200-PRED-ALT-JOB (DL200-PRED-IDX)
005692        AND STEP-CTL-STREAM-ID = SPACE
005693         IF STEP-CTL-ENDED AND STEP-CTL-RETURN-CODE NOT > 4
005694             MOVE "C" TO DL200-PRED-ALT-STATE (DL200-PRED-IDX)
005695         ELSE
005696             MOVE "M" TO DL200-PRED-ALT-STATE (DL200-PRED-IDX)
005697         END-IF
005698     END-IF.
005699 8660-EXIT.
005700     EXIT.
005701*----------------------------------------------------------------
005702* 8700-JUDGE-ONE-PRED NAMES, ON THE CONSOLE, EACH PREDECESSOR
005703* THAT IS NOT COMPLETE AND WHY.
005704*----------------------------------------------------------------
005705 8700-JUDGE-ONE-PRED.
005706     IF DL200-PRED-STATE (DL200-PRED-IDX) = "C"
005707        OR DL200-PRED-ALT-STATE (DL200-PRED-IDX) = "C"
005708         GO TO 8700-EXIT
005709     END-IF.
005710     SET DL200-PRED-BLOCKED TO TRUE.
005711     IF DL200-PRED-STATE (DL200-PRED-IDX) = "M"
005712         DISPLAY "DL200: " DL200-PRED-JOB (DL200-PRED-IDX)
005713             " HAS NOT RUN FOR BUSINESS DATE " DL200-STEP-BUS-DATE
005714     END-IF.
005715     IF DL200-PRED-STATE (DL200-PRED-IDX) = "R"
005716         DISPLAY "DL200: " DL200-PRED-JOB (DL200-PRED-IDX)
005717             " STARTED BUT NEVER ENDED FOR BUSINESS DATE "
005718             DL200-STEP-BUS-DATE
005719     END-IF.
005720     IF DL200-PRED-STATE (DL200-PRED-IDX) = "F"
005721         DISPLAY "DL200: " DL200-PRED-JOB (DL200-PRED-IDX)
005722             " ENDED WITH RETURN CODE "
005723             DL200-PRED-RC (DL200-PRED-IDX)
005724             " FOR BUSINESS DATE " DL200-STEP-BUS-DATE
005725     END-IF.
005726 8700-EXIT.
005727     EXIT.
005728*----------------------------------------------------------------
005729* 8750-READ-OVERRIDE LOOKS FOR AN OPERATOR'S STEPOVRD CARD FOR
005730* THIS JOB AND BUSINESS DATE.  A CARD FOR ANOTHER DAY, OR ONE
005731* WITH NO OPERATOR, OVERRIDES NOTHING.
005732*----------------------------------------------------------------
005733 8750-READ-OVERRIDE.
005734     MOVE SPACES TO DL200-STEP-OVERRIDE-OPER.
005735     MOVE SPACES TO DL200-STEP-OVERRIDE-REASON.
005736     OPEN INPUT STEP-OVRD-FILE.
005737     IF DL200-STEPOVRD-STATUS NOT = "00"
005738         GO TO 8750-EXIT
005739     END-IF.
005740     PERFORM 8760-READ-ONE-OVERRIDE THRU 8760-EXIT
005741         UNTIL DL200-STEPOVRD-EOF.
005742     CLOSE STEP-OVRD-FILE.
005743 8750-EXIT.
005744     EXIT.
005745 8760-READ-ONE-OVERRIDE.
005746     READ STEP-OVRD-FILE
005747         AT END
005748             SET DL200-STEPOVRD-EOF TO TRUE
005749             GO TO 8760-EXIT
005750     END-READ.
005751     IF STEP-OVRD-JOB = "DL200"
005752        AND STEP-OVRD-BUSINESS-DATE IS NUMERIC
005753        AND STEP-OVRD-BUSINESS-DATE = DL200-STEP-BUS-DATE
005754        AND STEP-OVRD-OPERATOR NOT = SPACES
005755         MOVE STEP-OVRD-OPERATOR TO DL200-STEP-OVERRIDE-OPER
005756         MOVE STEP-OVRD-REASON   TO DL200-STEP-OVERRIDE-REASON
005757     END-IF.
005758 8760-EXIT.
005759     EXIT.
005760*----------------------------------------------------------------
005761* 8800-LOG-ONE-OVERRIDE APPENDS AN OVERRIDE RECORD FOR ONE
005762* PREDECESSOR THE OPERATOR'S CARD PASSED OVER: WHO, WHICH STEP,
005763* ITS STANDING AND THE REASON GIVEN.
005764*----------------------------------------------------------------
005765 8800-LOG-ONE-OVERRIDE.
005766     IF DL200-PRED-STATE (DL200-PRED-IDX) = "C"
005767        OR DL200-PRED-ALT-STATE (DL200-PRED-IDX) = "C"
005768         GO TO 8800-EXIT
005769     END-IF.
005770     MOVE SPACES TO STEP-CTL-RECORD.
005771     MOVE "O" TO STEP-CTL-EVENT.
005772     MOVE ZERO TO STEP-CTL-RETURN-CODE.
005773     MOVE DL200-STEP-OVERRIDE-OPER TO STEP-CTL-OVR-OPERATOR.
005774     MOVE DL200-PRED-JOB (DL200-PRED-IDX)
005775         TO STEP-CTL-OVR-PRED-JOB.
005776     MOVE DL200-PRED-STATE (DL200-PRED-IDX)
005777         TO STEP-CTL-OVR-PRED-STATE.
005778     MOVE DL200-PRED-RC (DL200-PRED-IDX)
005779         TO STEP-CTL-OVR-PRED-RC.
005780     MOVE DL200-STEP-OVERRIDE-REASON TO STEP-CTL-OVR-REASON.
005781     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005782     DISPLAY "DL200: OVERRIDE LOGGED FOR "
005783         DL200-PRED-JOB (DL200-PRED-IDX) " BY "
005784         DL200-STEP-OVERRIDE-OPER.
005785 8800-EXIT.
005786     EXIT.
005787*----------------------------------------------------------------
005788* 9000-TERMINATE WRITES THE REPAIR RECONCILIATION REPORT AND
005789* CLOSES THE FILES.  REJECTS READ MUST EQUAL REPAIRED PLUS
005790* STILL REJECTED PLUS NO-CARD PLUS CLEARED BY RESEND, OR THE
005791* RUN DOES NOT TIE OUT.
005792*----------------------------------------------------------------
005793 9000-TERMINATE.
005794     MOVE DL200-REJECTS-READ-CT     TO DL200-RPT-READ-CT.
005795     MOVE DL200-RPT-READ-LINE       TO REPAIR-RPT-LINE.
005796     WRITE REPAIR-RPT-LINE.
005797     MOVE DL200-REPAIRED-CT         TO DL200-RPT-REPAIRED-CT.
005798     MOVE DL200-RPT-REPAIRED-LINE   TO REPAIR-RPT-LINE.
005799     WRITE REPAIR-RPT-LINE.
005800     MOVE DL200-STILL-REJECTED-CT   TO DL200-RPT-STILL-REJ-CT.
005801     MOVE DL200-RPT-STILL-REJ-LINE  TO REPAIR-RPT-LINE.
005802     WRITE REPAIR-RPT-LINE.
005803     MOVE DL200-UNMATCHED-CT        TO DL200-RPT-UNMATCHED-CT.
005804     MOVE DL200-RPT-UNMATCHED-LINE  TO REPAIR-RPT-LINE.
005805     WRITE REPAIR-RPT-LINE.
005806     MOVE DL200-CLEARED-CT          TO DL200-RPT-CLEARED-CT.
005807     MOVE DL200-RPT-CLEARED-LINE    TO REPAIR-RPT-LINE.
005808     WRITE REPAIR-RPT-LINE.
005809     MOVE DL200-REPAIR-CONTROL-TOTAL TO DL200-RPT-CONTROL-TOT.
005810     MOVE DL200-RPT-CONTROL-LINE    TO REPAIR-RPT-LINE.
005811     WRITE REPAIR-RPT-LINE.
005812     MOVE DL200-EDIT-WARNED-CT      TO DL200-RPT-WARNED-CT.
005813     MOVE DL200-RPT-WARNED-LINE     TO REPAIR-RPT-LINE.
005814     WRITE REPAIR-RPT-LINE.
005815*    A DAY WITH NO DECK AT ALL IS NORMAL AND PRINTS NOTHING
005816*    HERE; A DECK THAT ARRIVED WITHOUT ITS STAMP IS CALLED OUT.
005817     IF DL200-DECK-APPROVED
005818         MOVE DL200-APPROVER TO DL200-RPT-APPROVER
005819         MOVE DL200-RPT-APPROVER-LINE TO REPAIR-RPT-LINE
005820         WRITE REPAIR-RPT-LINE
005821     ELSE
005822         IF DL200-CORR-CARD-STATUS NOT = "35"
005823             MOVE DL200-RPT-NO-APPR-LINE TO REPAIR-RPT-LINE
005824             WRITE REPAIR-RPT-LINE
005825         END-IF
005826     END-IF.
005827     DISPLAY "DL200 REJECTS READ   = " DL200-REJECTS-READ-CT.
005828     DISPLAY "DL200 REPAIRED       = " DL200-REPAIRED-CT.
005829     DISPLAY "DL200 STILL REJECTED = " DL200-STILL-REJECTED-CT.
005830     DISPLAY "DL200 NO CARD        = " DL200-UNMATCHED-CT.
005831     DISPLAY "DL200 CLEARED        = " DL200-CLEARED-CT.
005832     IF DL200-REJECT-STATUS NOT = "35"
005833         CLOSE DB-REJECT-FILE
005834     END-IF.
005835     CLOSE DB-OUT-FILE.
005836     PERFORM 5400-WRITE-BILLING-TRAILER THRU 5400-EXIT.
005837     CLOSE BILL-INTERFACE-FILE.
005838     CLOSE AUDIT-LOG-FILE.
005839     CLOSE DB-JOURNAL-FILE.
005840     CLOSE REJECT-FWD-FILE.
005850     CLOSE REPAIR-RPT-FILE.
005855     CLOSE EDIT-EXCP-FILE.
005857     PERFORM 9100-WRITE-REJECT-HISTORY THRU 9100-EXIT.
005860 9000-EXIT.
005870     EXIT.
005871*----------------------------------------------------------------
005872* 9100-WRITE-REJECT-HISTORY APPENDS ONE DISPOSITION RECORD PER
005873* SOURCE CODE SEEN TONIGHT TO THE REJECT HISTORY FILE FOR THE
005874* DL290 WEEKLY REGION REJECT REPORT.  A HISTORY PROBLEM IS
005875* REPORTED ON THE CONSOLE BUT NEVER FAILS THE RUN.
005876*----------------------------------------------------------------
005877 9100-WRITE-REJECT-HISTORY.
005878     IF DL200-SRC-CT = ZERO
005879         GO TO 9100-EXIT
005880     END-IF.
005881     OPEN EXTEND REJ-HIST-FILE.
005882     IF DL200-REJ-HIST-STATUS = "35"
005883         OPEN OUTPUT REJ-HIST-FILE
005884     END-IF.
005885     IF DL200-REJ-HIST-STATUS NOT = "00"
005886         DISPLAY "DL200: REJECT HISTORY NOT WRITTEN - STATUS "
005887             DL200-REJ-HIST-STATUS
005888         GO TO 9100-EXIT
005889     END-IF.
005890     PERFORM 9150-WRITE-ONE-DISPOSITION THRU 9150-EXIT
005891         VARYING DL200-SRC-IDX FROM 1 BY 1
005892         UNTIL DL200-SRC-IDX > DL200-SRC-CT.
005893     CLOSE REJ-HIST-FILE.
005894 9100-EXIT.
005895     EXIT.
005896 9150-WRITE-ONE-DISPOSITION.
005897     MOVE SPACES              TO REJ-HIST-RECORD.
005898     MOVE DL200-STEP-BUS-DATE TO REJ-HIST-BUSINESS-DATE.
005899     MOVE "D"                 TO REJ-HIST-KIND.
005900     MOVE DL200-ST-CODE (DL200-SRC-IDX) TO REJ-HIST-SOURCE-CODE.
005901     MOVE DL200-RUN-ID        TO REJ-HIST-RUN-ID.
005902     MOVE DL200-ST-NEW-CT (DL200-SRC-IDX)
005903         TO REJ-HIST-NEW-REJECTS.
005904     MOVE DL200-ST-CLEARED-CT (DL200-SRC-IDX)
005905         TO REJ-HIST-CLEARED.
005906     MOVE DL200-ST-CLEARED-DAYS (DL200-SRC-IDX)
005907         TO REJ-HIST-CLEARED-DAYS.
005908     MOVE DL200-ST-CLEARED-MAX (DL200-SRC-IDX)
005909         TO REJ-HIST-CLEARED-MAX-DAYS.
005910     MOVE DL200-ST-REPAIRED-CT (DL200-SRC-IDX)
005911         TO REJ-HIST-REPAIRED.
005912     MOVE DL200-ST-REPAIRED-DAYS (DL200-SRC-IDX)
005913         TO REJ-HIST-REPAIRED-DAYS.
005914     MOVE DL200-ST-CARRIED-CT (DL200-SRC-IDX)
005915         TO REJ-HIST-CARRIED.
005916     WRITE REJ-HIST-RECORD.
005917 9150-EXIT.
005918     EXIT.
005928*----------------------------------------------------------------
005938* 9900-END-STEP RECORDS THE RUN'S END, RETURN CODE AND KEY
005948* COUNTS (FOR THE DL900 STATUS PAGE) ON THE STEP CONTROL FILE.
005958* EVERY WAY OUT OF THE JOB COMES THROUGH HERE, REFUSALS
005968* INCLUDED.
005978*----------------------------------------------------------------
005988 9900-END-STEP.
005998     IF NOT DL200-STEP-STARTED
006008         GO TO 9900-EXIT
006018     END-IF.
006028     MOVE SPACES TO STEP-CTL-RECORD.
006038     MOVE "E" TO STEP-CTL-EVENT.
006048     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
006058     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
006068         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4.
006078     MOVE DL200-REJECTS-READ-CT TO STEP-CTL-COUNT-1.
006088     MOVE DL200-REPAIRED-CT TO STEP-CTL-COUNT-2.
006098     MOVE DL200-STILL-REJECTED-CT TO STEP-CTL-COUNT-3.
006108     MOVE DL200-UNMATCHED-CT TO STEP-CTL-COUNT-4.
006118     MOVE DL200-CLEARED-CT TO STEP-CTL-COUNT-5.
006128     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006138 9900-EXIT.
006148     EXIT.
006158 9999-EXIT.
006168     PERFORM 9900-END-STEP THRU 9900-EXIT.
006178     STOP RUN.
