000220*     (DBEXTR) SO A REGION CAN BE HANDED ITS OWN RECORDS        *
000230*     WITHOUT ANYONE TOUCHING THE MASTER.                       *
000240*     NO SELECTION CARD AT ALL SELECTS EVERY RECORD.            *
000241*     A SINGLE KEY ALSO SELECTS EVERY KEY LINKED TO IT BY A     *
000242*     RE-KEY ON THE AUDIT LOG, EITHER WAY AND THROUGH CHAINS OF *
000243*     RE-KEYS, SO AN INQUIRY ON AN OLD ACCOUNT NUMBER FINDS THE *
000244*     RECORD UNDER ITS NEW ONE; THE RE-KEYS THAT LINK THEM ARE  *
000245*     LISTED WITH THE CRITERIA.                                 *
000250*                                                                *
000260* MODIFICATION HISTORY.                                         *
000270* DATE       INIT  DESCRIPTION                                  *
000280* ---------- ----  -----------------------------------------   *
000290* 2026-09-02  JL   INITIAL VERSION.                             *
000292* 2026-10-15  JL   A SINGLE KEY NOW ALSO SELECTS EVERY KEY       *
000294*                  LINKED TO IT BY A RE-KEY ON THE AUDIT LOG,    *
000296*                  AND THE LINKING RE-KEYS PRINT WITH THE        *
000298*                  CRITERIA.                                     *
000299* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000300*                  RETURN CODE ON THE STEP CONTROL FILE          *
000301*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000305*                                                                *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DL600.
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT DB-EXTRACT-FILE ASSIGN TO "DBEXTR"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000522     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS DL600-AUDIT-STATUS.
000527     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS DL600-STEPCTL-STATUS.
000530     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000531         ORGANIZATION IS LINE SEQUENTIAL
000532         FILE STATUS IS DL600-RUN-CAL-STATUS.
000536 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DB-OUT-FILE.
000560     COPY DBRECORD.
000660 01  MASTER-RPT-LINE                 PIC X(132).
000670 FD  DB-EXTRACT-FILE.
000680 01  DB-EXTRACT-RECORD               PIC X(86).
000683 FD  AUDIT-LOG-FILE.
000686     COPY AUDITLOG.
000687 FD  STEP-CTL-FILE.
000688 01  STEP-CTL-FILE-RECORD            PIC X(80).
000689 FD  RUN-CAL-FILE.
000690     COPY RUNCAL.
000695 WORKING-STORAGE SECTION.
000700 77  DL600-MASTER-EOF-SW             PIC X(01) VALUE "N".
000710     88  DL600-MASTER-EOF            VALUE "Y".
000720 77  DL600-MASTER-STATUS             PIC X(02) VALUE "00".
000850 77  DL600-LINE-CT                   PIC 9(03) VALUE 99 COMP.
000860 77  DL600-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
000870 77  DL600-CURR-DATE-8               PIC 9(08).
000871 77  DL600-AUDIT-STATUS              PIC X(02) VALUE "00".
000872 77  DL600-AUDIT-EOF-SW              PIC X(01) VALUE "N".
000873     88  DL600-AUDIT-EOF             VALUE "Y".
000874 77  DL600-LINK-CT                   PIC 9(03) VALUE ZERO COMP.
000875 77  DL600-LINK-IDX                  PIC 9(03) VALUE ZERO COMP.
000876 77  DL600-LINK-PROBE                PIC X(10) VALUE SPACES.
000877 77  DL600-LINK-FOUND-SW             PIC X(01) VALUE "N".
000878     88  DL600-LINK-FOUND            VALUE "Y".
000879 77  DL600-LINK-ADDED-SW             PIC X(01) VALUE "N".
000880     88  DL600-LINK-ADDED            VALUE "Y".
000881 77  DL600-LINK-FULL-SW              PIC X(01) VALUE "N".
000882     88  DL600-LINK-FULL             VALUE "Y".
000883 77  DL600-STEPCTL-STATUS            PIC X(02) VALUE "00".
000884 77  DL600-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000885 77  DL600-STEP-STARTED-SW           PIC X(01) VALUE "N".
000886     88  DL600-STEP-STARTED          VALUE "Y".
000887 77  DL600-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000888 77  DL600-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000889 77  DL600-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000890*    THE SELECTED KEY (FIRST) AND EVERY KEY RE-KEYED TO OR FROM
000891*    IT.  TWENTY IS FAR MORE THAN ANY ACCOUNT IS EVER RENUMBERED.
000892 01  DL600-LINK-TABLE.
000893     05  DL600-LINK-KEY              PIC X(10) OCCURS 20 TIMES.
000894 01  DL600-RPT-HEADING1.
000895     05  FILLER                      PIC X(30)
000900         VALUE "MASTER FILE INQUIRY - DL600".
000910     05  FILLER                      PIC X(05) VALUE "DATE ".
000920     05  DL600-HDG-DATE              PIC 9(08).
001210         VALUE "SELECTED KEY........".
001220     05  DL600-CRIT-KEY              PIC X(10).
001230     05  FILLER                      PIC X(102) VALUE SPACES.
001231 01  DL600-RPT-CRIT-REKEY-LINE.
001232     05  FILLER                      PIC X(20)
001233         VALUE "RE-KEYED............".
001234     05  DL600-CRIT-OLD-KEY          PIC X(10).
001235     05  FILLER                      PIC X(04) VALUE " TO ".
001236     05  DL600-CRIT-NEW-KEY          PIC X(10).
001237     05  FILLER                      PIC X(04) VALUE " ON ".
001238     05  DL600-CRIT-REKEY-TS         PIC 9(14).
001239     05  FILLER                      PIC X(08) VALUE " RUN ID ".
001240     05  DL600-CRIT-REKEY-RUN-ID     PIC X(14).
001241     05  FILLER                      PIC X(48) VALUE SPACES.
001245 01  DL600-RPT-CRIT-RANGE-LINE.
001250     05  FILLER                      PIC X(20)
001260         VALUE "KEY RANGE...........".
001270     05  DL600-CRIT-KEY-LOW          PIC X(10).
001530         VALUE "RECORDS EXTRACTED...".
001540     05  DL600-RPT-EXT-CT            PIC ZZZZZZZZ9.
001550     05  FILLER                      PIC X(103) VALUE SPACES.
001553*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001556     COPY STEPCTL.
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001575     PERFORM 8500-START-STEP THRU 8500-EXIT.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640* NO CARD FILE, OR A BLANK CARD, MEANS EVERY MASTER RECORD IS
001650* SELECTED.  THE EXTRACT FILE IS OPENED ONLY WHEN THE CARD ASKS
001660* FOR IT, SO AN INQUIRY-ONLY RUN LEAVES NO EMPTY EXTRACT BEHIND.
001663* A SINGLE KEY ON THE CARD HAS ITS RE-KEY LINKS GATHERED FROM THE
001666* AUDIT LOG BEFORE THE MASTER PASS.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT DL600-CURR-DATE-8 FROM DATE YYYYMMDD.
001730     END-IF.
001740     OPEN OUTPUT MASTER-RPT-FILE.
001750     PERFORM 1100-READ-SELECT-CARD THRU 1100-EXIT.
001755     PERFORM 1200-BUILD-LINKED-KEYS THRU 1200-EXIT.
001760     IF DL600-EXTRACT-WANTED
001770         OPEN OUTPUT DB-EXTRACT-FILE
001780     END-IF.
001980     CLOSE SELECT-CARD-FILE.
001990 1100-EXIT.
002000     EXIT.
002001*----------------------------------------------------------------
002002* 1200-BUILD-LINKED-KEYS GATHERS EVERY KEY TIED TO THE SELECTED
002003* KEY BY A RE-KEY.  EACH PASS OVER THE AUDIT LOG TAKES THE OTHER
002004* KEY OF EVERY "RE-KEYED TO" OR "RE-KEYED FROM" ENTRY UNDER A KEY
002005* ALREADY IN THE TABLE; PASSES REPEAT UNTIL ONE ADDS NOTHING, SO
002006* A KEY RENUMBERED MORE THAN ONCE IS FOLLOWED TO THE END OF ITS
002007* CHAIN IN EITHER DIRECTION.  NO AUDIT LOG MEANS NO LINKS.
002008*----------------------------------------------------------------
002009 1200-BUILD-LINKED-KEYS.
002010     IF DL600-SEL-KEY = SPACES
002011         GO TO 1200-EXIT
002012     END-IF.
002013     MOVE DL600-SEL-KEY TO DL600-LINK-KEY (1).
002014     MOVE 1 TO DL600-LINK-CT.
002015     SET DL600-LINK-ADDED TO TRUE.
002016     PERFORM 1300-LINK-PASS THRU 1300-EXIT
002017         UNTIL NOT DL600-LINK-ADDED.
002018 1200-EXIT.
002019     EXIT.
002020 1300-LINK-PASS.
002021     MOVE "N" TO DL600-LINK-ADDED-SW.
002022     OPEN INPUT AUDIT-LOG-FILE.
002023     IF DL600-AUDIT-STATUS = "35"
002024         GO TO 1300-EXIT
002025     END-IF.
002026     MOVE "N" TO DL600-AUDIT-EOF-SW.
002027     PERFORM 1400-LINK-ONE-ENTRY THRU 1400-EXIT
002028         UNTIL DL600-AUDIT-EOF.
002029     CLOSE AUDIT-LOG-FILE.
002030 1300-EXIT.
002031     EXIT.
002032 1400-LINK-ONE-ENTRY.
002033     READ AUDIT-LOG-FILE
002034         AT END
002035             SET DL600-AUDIT-EOF TO TRUE
002036             GO TO 1400-EXIT
002037     END-READ.
002038     IF AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED TO"
002039        AND AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED FROM"
002040         GO TO 1400-EXIT
002041     END-IF.
002042     MOVE AUDIT-LOG-KEY TO DL600-LINK-PROBE.
002043     PERFORM 1500-FIND-LINK THRU 1500-EXIT.
002044     IF NOT DL600-LINK-FOUND
002045         GO TO 1400-EXIT
002046     END-IF.
002047     MOVE AUDIT-LOG-OLD-VALUE TO DL600-LINK-PROBE.
002048     PERFORM 1600-ADD-LINK THRU 1600-EXIT.
002049     MOVE AUDIT-LOG-NEW-VALUE TO DL600-LINK-PROBE.
002050     PERFORM 1600-ADD-LINK THRU 1600-EXIT.
002051 1400-EXIT.
002052     EXIT.
002053 1500-FIND-LINK.
002054     MOVE "N" TO DL600-LINK-FOUND-SW.
002055     PERFORM 1550-CHECK-ONE-LINK THRU 1550-EXIT
002056         VARYING DL600-LINK-IDX FROM 1 BY 1
002057         UNTIL DL600-LINK-IDX > DL600-LINK-CT
002058            OR DL600-LINK-FOUND.
002059 1500-EXIT.
002060     EXIT.
002061 1550-CHECK-ONE-LINK.
002062     IF DL600-LINK-KEY (DL600-LINK-IDX) = DL600-LINK-PROBE
002063         SET DL600-LINK-FOUND TO TRUE
002064     END-IF.
002065 1550-EXIT.
002066     EXIT.
002067*----------------------------------------------------------------
002068* 1600-ADD-LINK ADDS THE PROBE KEY TO THE TABLE IF IT IS NOT
002069* THERE.  A FULL TABLE IS REPORTED ONCE AND THE CHAIN IS CUT
002070* THERE RATHER THAN ABENDING THE INQUIRY.
002071*----------------------------------------------------------------
002072 1600-ADD-LINK.
002073     IF DL600-LINK-PROBE = SPACES
002074         GO TO 1600-EXIT
002075     END-IF.
002076     PERFORM 1500-FIND-LINK THRU 1500-EXIT.
002077     IF DL600-LINK-FOUND
002078         GO TO 1600-EXIT
002079     END-IF.
002080     IF DL600-LINK-CT NOT < 20
002081         IF NOT DL600-LINK-FULL
002082             SET DL600-LINK-FULL TO TRUE
002083             DISPLAY "DL600 LINKED KEY TABLE FULL - CHAIN CUT AT "
002084                     DL600-LINK-PROBE
002085         END-IF
002086         GO TO 1600-EXIT
002087     END-IF.
002088     ADD 1 TO DL600-LINK-CT.
002089     MOVE DL600-LINK-PROBE TO DL600-LINK-KEY (DL600-LINK-CT).
002090     SET DL600-LINK-ADDED TO TRUE.
002091 1600-EXIT.
002092     EXIT.
002093*----------------------------------------------------------------
002094* 2000-PROCESS-RECORDS DRIVES THE READ/SELECT/PRINT LOOP OVER
002095* THE WHOLE MASTER, IN KEY ORDER.
002096*----------------------------------------------------------------
002097 2000-PROCESS-RECORDS.
002098     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
002099         UNTIL DL600-MASTER-EOF.
002100 2000-EXIT.
002101     EXIT.
002102 2100-PROCESS-ONE-RECORD.
002110     READ DB-OUT-FILE
002120         AT END
002130             SET DL600-MASTER-EOF TO TRUE
002320* EVERYTHING; THE KEY RANGE IS INCLUSIVE.  A SINGLE KEY AND A
002330* RANGE ON THE SAME CARD BOTH APPLY - THE HELP DESK ONLY EVER
002340* PUNCHES ONE, BUT A CONTRADICTORY CARD SELECTS NOTHING RATHER
002346* THAN GUESSING WHICH CRITERION WAS MEANT.  A SINGLE KEY MATCHES
002352* THAT KEY OR ANY KEY LINKED TO IT BY A RE-KEY.
002360*----------------------------------------------------------------
002370 3000-MATCH-SELECTION.
002380     SET DL600-SELECTED TO TRUE.
002390     IF DL600-SEL-KEY NOT = SPACES
002395         MOVE DB-RECORD-KEY TO DL600-LINK-PROBE
002400         PERFORM 1500-FIND-LINK THRU 1500-EXIT
002405         IF NOT DL600-LINK-FOUND
002410             MOVE "N" TO DL600-SELECTED-SW
002415             GO TO 3000-EXIT
002420         END-IF
002430     END-IF.
002440     IF DL600-SEL-KEY-LOW NOT = SPACES
002450        AND DB-RECORD-KEY < DL600-SEL-KEY-LOW
002890     MOVE ZERO TO DL600-LINE-CT.
002900 5500-EXIT.
002910     EXIT.
002911*----------------------------------------------------------------
002912* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
002913* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
002914* THERE IS NO CALENDAR).
002915*----------------------------------------------------------------
002916 8500-START-STEP.
002917     ACCEPT DL600-STEP-DATE-8 FROM DATE YYYYMMDD.
002918     MOVE DL600-STEP-DATE-8 TO DL600-STEP-BUS-DATE.
002919     OPEN INPUT RUN-CAL-FILE.
002920     IF DL600-RUN-CAL-STATUS = "00"
002921         READ RUN-CAL-FILE
002922             AT END
002923                 CONTINUE
002924             NOT AT END
002925                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
002926                    AND RUN-CAL-BUSINESS-DATE > ZERO
002927                     MOVE RUN-CAL-BUSINESS-DATE
002928                         TO DL600-STEP-BUS-DATE
002929                 END-IF
002930         END-READ
002931         CLOSE RUN-CAL-FILE
002932     END-IF.
002933     MOVE SPACES TO STEP-CTL-RECORD.
002934     MOVE "S" TO STEP-CTL-EVENT.
002935     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
002936         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
002937         STEP-CTL-COUNT-5.
002938     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
002939     SET DL600-STEP-STARTED TO TRUE.
002940 8500-EXIT.
002941     EXIT.
002942*----------------------------------------------------------------
002943* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
002944* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
002945* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
002946*----------------------------------------------------------------
002947 8550-WRITE-STEP-RECORD.
002948     MOVE DL600-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
002949     MOVE "DL600" TO STEP-CTL-JOB.
002950     ACCEPT DL600-STEP-DATE-8 FROM DATE YYYYMMDD.
002951     ACCEPT DL600-STEP-TIME-8 FROM TIME.
002952     MOVE DL600-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
002953     MOVE DL600-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
002954     OPEN EXTEND STEP-CTL-FILE.
002955     IF DL600-STEPCTL-STATUS = "35"
002956         OPEN OUTPUT STEP-CTL-FILE
002957     END-IF.
002958     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
002959     CLOSE STEP-CTL-FILE.
002960 8550-EXIT.
002961     EXIT.
002962*----------------------------------------------------------------
002963* 9000-TERMINATE PRINTS THE SELECTION CRITERIA AND THE RECORD
002964* COUNTS AT THE END OF THE REPORT, THEN CLOSES THE FILES.  AN
002965* EMPTY SELECTION STILL GETS A HEADING SO THE REPORT NEVER
002966* LOOKS LIKE A JOB THAT DID NOT RUN.
002970*----------------------------------------------------------------
002980 9000-TERMINATE.
002990     IF DL600-PAGE-CT = ZERO
003080     END-IF.
003090     MOVE DL600-RPT-CRIT-KEY-LINE TO MASTER-RPT-LINE.
003100     WRITE MASTER-RPT-LINE.
003102     IF DL600-LINK-CT > 1
003104         PERFORM 9100-PRINT-REKEYS THRU 9100-EXIT
003106     END-IF.
003110     IF DL600-SEL-KEY-LOW = SPACES
003120        AND DL600-SEL-KEY-HIGH = SPACES
003130         MOVE "(ALL)"  TO DL600-CRIT-KEY-LOW
003530     CLOSE MASTER-RPT-FILE.
003540 9000-EXIT.
003550     EXIT.
003551*----------------------------------------------------------------
003552* 9100-PRINT-REKEYS LISTS EVERY RE-KEY THAT LINKS THE SELECTED
003553* KEY TO ANOTHER, OLDEST FIRST, FROM THE "RE-KEYED TO" ENTRY
003554* UNDER EACH OLD KEY, SO THE HELP DESK SEES WHICH NUMBER THE
003555* ACCOUNT WAS KNOWN BY AND WHEN IT CHANGED.
003556*----------------------------------------------------------------
003557 9100-PRINT-REKEYS.
003558     OPEN INPUT AUDIT-LOG-FILE.
003559     IF DL600-AUDIT-STATUS = "35"
003560         GO TO 9100-EXIT
003561     END-IF.
003562     MOVE "N" TO DL600-AUDIT-EOF-SW.
003563     PERFORM 9150-PRINT-ONE-REKEY THRU 9150-EXIT
003564         UNTIL DL600-AUDIT-EOF.
003565     CLOSE AUDIT-LOG-FILE.
003566 9100-EXIT.
003567     EXIT.
003568 9150-PRINT-ONE-REKEY.
003569     READ AUDIT-LOG-FILE
003570         AT END
003571             SET DL600-AUDIT-EOF TO TRUE
003572             GO TO 9150-EXIT
003573     END-READ.
003574     IF AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED TO"
003575         GO TO 9150-EXIT
003576     END-IF.
003577     MOVE AUDIT-LOG-KEY TO DL600-LINK-PROBE.
003578     PERFORM 1500-FIND-LINK THRU 1500-EXIT.
003579     IF NOT DL600-LINK-FOUND
003580         GO TO 9150-EXIT
003581     END-IF.
003582     MOVE AUDIT-LOG-OLD-VALUE TO DL600-CRIT-OLD-KEY.
003583     MOVE AUDIT-LOG-NEW-VALUE TO DL600-CRIT-NEW-KEY.
003584     MOVE AUDIT-LOG-TIMESTAMP TO DL600-CRIT-REKEY-TS.
003585     MOVE AUDIT-LOG-RUN-ID    TO DL600-CRIT-REKEY-RUN-ID.
003586     MOVE DL600-RPT-CRIT-REKEY-LINE TO MASTER-RPT-LINE.
003587     WRITE MASTER-RPT-LINE.
003588 9150-EXIT.
003589     EXIT.
003590*----------------------------------------------------------------
003591* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
003592* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
003593* HERE, REFUSALS INCLUDED.
003594*----------------------------------------------------------------
003595 9900-END-STEP.
003596     IF NOT DL600-STEP-STARTED
003597         GO TO 9900-EXIT
003598     END-IF.
003599     MOVE SPACES TO STEP-CTL-RECORD.
003600     MOVE "E" TO STEP-CTL-EVENT.
003601     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
003602     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
003603         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
003604     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003605 9900-EXIT.
003606     EXIT.
003616 9999-EXIT.
003626     PERFORM 9900-END-STEP THRU 9900-EXIT.
003636     STOP RUN.
