000200*     BACKUP PLUS THE DBJRNL CHANGE JOURNAL THE UPDATE JOBS     *
000210*     WRITE.  A CLEAN UNLOAD RESTARTS THE JOURNAL EMPTY, SO     *
000220*     THE JOURNAL ALWAYS COVERS EXACTLY THE CHANGES SINCE THE   *
000223*     BACKUP IT PAIRS WITH.  BEFORE THE JOURNAL IS RESTARTED    *
000225*     ITS ENTRIES, AND THE AUDIT LOG'S, ARE APPENDED TO THE     *
000227*     PERMANENT PERIOD-PARTITIONED ARCHIVE (JRNAYYYYMM AND      *
000229*     AUDAYYYYMM, CATALOGUED ON ARCHCAT - SEE ARCHCAT.CPY), AND *
000231*     THE AUDIT LOG IS RESTARTED EMPTY WITH IT.  A FILE THAT    *
000233*     CANNOT BE ARCHIVED WHOLE IS LEFT AS IT WAS AND THE JOB    *
000235*     ENDS WITH RETURN-CODE 16; WHAT OF IT DID REACH THE        *
000236*     ARCHIVE IS CARRIED AS PENDING ON THE CATALOG, PASSED OVER *
000237*     BY THE RERUN AND LEFT TO THE LIVE FILE BY EVERY READER.   *
000240*     THE BUSINESS DATE COMES FROM THE RUN CALENDAR;            *
000250*     A MISSING CALENDAR FALLS BACK TO THE WALL CLOCK WITH A    *
000260*     CONSOLE NOTE RATHER THAN LEAVING THE NIGHT UNPROTECTED.   *
000290* DATE       INIT  DESCRIPTION                                  *
000300* ---------- ----  -----------------------------------------   *
000310* 2026-09-02  JL   INITIAL VERSION.                             *
000317* 2026-10-15  JL   THE OUTGOING JOURNAL AND AUDIT LOG ARE        *
000318*                  APPENDED TO THE PERIOD-PARTITIONED ARCHIVE    *
000319*                  (ARCHCAT) BEFORE BOTH ARE RESTARTED.          *
000320* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000321*                  RETURN CODE ON THE STEP CONTROL FILE          *
000322*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000323* 2026-10-15  JL   ARCHIVE WRITE, LIVE-FILE OPEN AND CATALOG     *
000324*                  REWRITE FAILURES NOW KEEP THE LIVE FILES FOR  *
000325*                  THE RERUN; ENTRIES ALREADY ARCHIVED ARE       *
000326*                  CARRIED AS PENDING ON THE CATALOG AND NOT     *
000327*                  APPENDED TWICE.                               *
000328*                                                                *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DL110.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DL110-RUN-CAL-STATUS.
000530     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000533         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS DL110-JOURNAL-STATUS.
000537     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS DL110-AUDIT-STATUS.
000540     SELECT ARCH-CAT-FILE   ASSIGN TO "ARCHCAT"
000541         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS DL110-CAT-STATUS.
000543     SELECT ARCH-JRNL-FILE  ASSIGN USING DL110-ARCH-DD
000544         ORGANIZATION IS LINE SEQUENTIAL
000545         FILE STATUS IS DL110-ARCH-STATUS.
000546     SELECT ARCH-AUDIT-FILE ASSIGN USING DL110-ARCH-DD
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS DL110-ARCH-STATUS.
000549     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS DL110-STEPCTL-STATUS.
000555 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DB-OUT-FILE.
000580     COPY DBRECORD.
000620     COPY RUNCAL.
000630 FD  DB-JOURNAL-FILE.
000640     COPY DBJRNL.
000641 FD  AUDIT-LOG-FILE.
000642     COPY AUDITLOG.
000643 FD  ARCH-CAT-FILE.
000644     COPY ARCHCAT.
000645*    A PARTITION HOLDS ITS RECORDS EXACTLY AS THEY WERE LOGGED.
000646 FD  ARCH-JRNL-FILE.
000647 01  ARCH-JRNL-RECORD                PIC X(221).
000648 FD  ARCH-AUDIT-FILE.
000649 01  ARCH-AUDIT-RECORD               PIC X(98).
000650 FD  STEP-CTL-FILE.
000651 01  STEP-CTL-FILE-RECORD            PIC X(80).
000655 WORKING-STORAGE SECTION.
000660 77  DL110-MASTER-EOF-SW             PIC X(01) VALUE "N".
000670     88  DL110-MASTER-EOF            VALUE "Y".
000680 77  DL110-MASTER-STATUS             PIC X(02) VALUE "00".
000681 77  DL110-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000682 77  DL110-JOURNAL-STATUS            PIC X(02) VALUE "00".
000683 77  DL110-AUDIT-STATUS              PIC X(02) VALUE "00".
000684 77  DL110-CAT-STATUS                PIC X(02) VALUE "00".
000685 77  DL110-ARCH-STATUS               PIC X(02) VALUE "00".
000686 77  DL110-ARCH-DD                   PIC X(10) VALUE SPACES.
000693 77  DL110-JOURNAL-EOF-SW            PIC X(01) VALUE "N".
000694     88  DL110-JOURNAL-EOF           VALUE "Y".
000695 77  DL110-AUDIT-EOF-SW              PIC X(01) VALUE "N".
000696     88  DL110-AUDIT-EOF             VALUE "Y".
000697 77  DL110-CAT-EOF-SW                PIC X(01) VALUE "N".
000698     88  DL110-CAT-EOF               VALUE "Y".
000699 77  DL110-CAT-LOADED-SW             PIC X(01) VALUE "N".
000700     88  DL110-CAT-LOADED            VALUE "Y".
000701 77  DL110-JRNL-ARCH-SW              PIC X(01) VALUE "N".
000702     88  DL110-JRNL-ARCHIVED         VALUE "Y".
000703 77  DL110-AUDIT-ARCH-SW             PIC X(01) VALUE "N".
000704     88  DL110-AUDIT-ARCHIVED        VALUE "Y".
000705 77  DL110-PART-OPEN-SW              PIC X(01) VALUE "N".
000706     88  DL110-PART-OPEN             VALUE "Y".
000707 77  DL110-PART-FAIL-SW              PIC X(01) VALUE "N".
000708     88  DL110-PART-FAILED           VALUE "Y".
000709 77  DL110-SHIFT-DONE-SW             PIC X(01) VALUE "N".
000710     88  DL110-SHIFT-DONE            VALUE "Y".
000711 77  DL110-JOURNAL-SAVED-CT          PIC 9(09) VALUE ZERO COMP.
000712 77  DL110-AUDIT-SAVED-CT            PIC 9(09) VALUE ZERO COMP.
000713 77  DL110-CAT-CT                    PIC 9(04) VALUE ZERO COMP.
000714 77  DL110-CAT-IDX                   PIC 9(04) VALUE ZERO COMP.
000715 77  DL110-CAT-HIT-IDX               PIC 9(04) VALUE ZERO COMP.
000716 77  DL110-PART-IDX                  PIC 9(04) VALUE ZERO COMP.
000717 77  DL110-JOURNAL-SKIP-CT           PIC 9(09) VALUE ZERO COMP.
000718 77  DL110-AUDIT-SKIP-CT             PIC 9(09) VALUE ZERO COMP.
000719 77  DL110-ON-FILE-CT                PIC 9(09) VALUE ZERO COMP.
000720 77  DL110-EXCESS-CT                 PIC 9(09) VALUE ZERO COMP.
000721 77  DL110-COUNT-EOF-SW              PIC X(01) VALUE "N".
000722     88  DL110-COUNT-EOF             VALUE "Y".
000723 77  DL110-PART-TYPE                 PIC X(01) VALUE SPACE.
000724 77  DL110-PART-PERIOD               PIC 9(06) VALUE ZERO.
000725 77  DL110-ENTRY-PERIOD              PIC 9(06) VALUE ZERO.
000726 77  DL110-ENTRY-TS                  PIC 9(14) VALUE ZERO.
000727 77  DL110-RECORDS-READ-CT           PIC 9(09) VALUE ZERO COMP.
000728 77  DL110-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
000729 77  DL110-CURR-DATE-8               PIC 9(08).
000730 77  DL110-CURR-TIME-6               PIC 9(06).
000740 77  DL110-RUN-TIMESTAMP             PIC 9(14).
000741 77  DL110-STEPCTL-STATUS            PIC X(02) VALUE "00".
000742 77  DL110-STEP-STARTED-SW           PIC X(01) VALUE "N".
000743     88  DL110-STEP-STARTED          VALUE "Y".
000744 77  DL110-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000745 77  DL110-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000746 77  DL110-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000750*    THE BACKUP IS FRAMED LIKE THE SOURCE EXTRACTS: AN HDR
000760*    RECORD UP FRONT, A TRL RECORD WITH THE COUNT AT THE END,
000770*    SO A TRUNCATED BACKUP CAN NEVER RELOAD AS IF IT WERE
000850     05  FILLER                      PIC X(03) VALUE "TRL".
000860     05  DL110-BKP-TRL-COUNT         PIC 9(09).
000870     05  FILLER                      PIC X(74) VALUE SPACES.
000871*    THE ARCHIVE CATALOG, HELD IN TYPE AND PERIOD ORDER WHILE THE
000872*    NIGHT'S ENTRIES ARE ARCHIVED AND WRITTEN BACK WHOLE AFTER.
000873*    1200 PARTITIONS IS FIFTY YEARS OF BOTH TYPES.
000874 01  DL110-CAT-PROBE.
000875     05  DL110-CAT-PROBE-TYPE        PIC X(01).
000876     05  DL110-CAT-PROBE-PERIOD      PIC 9(06).
000877 01  DL110-CAT-TABLE.
000878     05  DL110-CAT-ENTRY OCCURS 1200 TIMES.
000879         10  DL110-CE-KEY.
000880             15  DL110-CE-TYPE       PIC X(01).
000881             15  DL110-CE-PERIOD     PIC 9(06).
000882         10  DL110-CE-DD-NAME        PIC X(10).
000883         10  DL110-CE-STATUS         PIC X(01).
000884         10  DL110-CE-RECORD-COUNT   PIC 9(09).
000885         10  DL110-CE-FIRST-TS       PIC 9(14).
000886         10  DL110-CE-LAST-TS        PIC 9(14).
000887         10  DL110-CE-LAST-ADDED-DATE
000888                                     PIC 9(08).
000889         10  DL110-CE-PURGE-DATE     PIC 9(08).
000890         10  DL110-CE-PURGE-RUN-ID   PIC X(14).
000891         10  DL110-CE-PENDING-CT     PIC 9(09).
000892         10  FILLER                  PIC X(06).
000893*        RUN ONLY - NOT WRITTEN BACK: HOW MANY MORE OF THIS
000894*        PARTITION'S ENTRIES IN THE LIVE FILE ARE ALREADY ON IT.
000895         10  DL110-CE-SKIP-CT        PIC 9(09).
000896*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
000897     COPY STEPCTL.
000898 PROCEDURE DIVISION.
000899 0000-MAINLINE.
000900     PERFORM 8500-START-STEP THRU 8500-EXIT.
000901     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     PERFORM 2000-UNLOAD-RECORDS THRU 2000-EXIT.
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000930     GO TO 9999-EXIT.
001600     WRITE DB-BACKUP-RECORD.
001610 2100-EXIT.
001620     EXIT.
001621*----------------------------------------------------------------
001622* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
001623* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
001624* THERE IS NO CALENDAR).
001625*----------------------------------------------------------------
001626 8500-START-STEP.
001627     ACCEPT DL110-STEP-DATE-8 FROM DATE YYYYMMDD.
001628     MOVE DL110-STEP-DATE-8 TO DL110-STEP-BUS-DATE.
001629     OPEN INPUT RUN-CAL-FILE.
001630     IF DL110-RUN-CAL-STATUS = "00"
001631         READ RUN-CAL-FILE
001632             AT END
001633                 CONTINUE
001634             NOT AT END
001635                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
001636                    AND RUN-CAL-BUSINESS-DATE > ZERO
001637                     MOVE RUN-CAL-BUSINESS-DATE
001638                         TO DL110-STEP-BUS-DATE
001639                 END-IF
001640         END-READ
001641         CLOSE RUN-CAL-FILE
001642     END-IF.
001643     MOVE SPACES TO STEP-CTL-RECORD.
001644     MOVE "S" TO STEP-CTL-EVENT.
001645     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
001646         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
001647         STEP-CTL-COUNT-5.
001648     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
001649     SET DL110-STEP-STARTED TO TRUE.
001650 8500-EXIT.
001651     EXIT.
001652*----------------------------------------------------------------
001653* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
001654* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
001655* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
001656*----------------------------------------------------------------
001657 8550-WRITE-STEP-RECORD.
001658     MOVE DL110-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
001659     MOVE "DL110" TO STEP-CTL-JOB.
001660     ACCEPT DL110-STEP-DATE-8 FROM DATE YYYYMMDD.
001661     ACCEPT DL110-STEP-TIME-8 FROM TIME.
001662     MOVE DL110-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
001663     MOVE DL110-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
001664     OPEN EXTEND STEP-CTL-FILE.
001665     IF DL110-STEPCTL-STATUS = "35"
001666         OPEN OUTPUT STEP-CTL-FILE
001667     END-IF.
001668     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
001669     CLOSE STEP-CTL-FILE.
001670 8550-EXIT.
001671     EXIT.
001672*----------------------------------------------------------------
001673* 9000-TERMINATE WRITES THE BACKUP TRAILER WITH THE RECORD
001674* COUNT AND CLOSES THE FILES.  A MASTER THAT DID NOT EXIST YET
001675* STILL PRODUCES A VALID, EMPTY, FRAMED BACKUP.
001676*----------------------------------------------------------------
001680 9000-TERMINATE.
001690     MOVE DL110-RECORDS-READ-CT TO DL110-BKP-TRL-COUNT.
001700     MOVE DL110-BACKUP-TRAILER TO DB-BACKUP-RECORD.
001730     IF DL110-MASTER-STATUS NOT = "35"
001740         CLOSE DB-OUT-FILE
001750     END-IF.
001752*    THE BACKUP IS SAFELY ON DISK - ARCHIVE THE OUTGOING JOURNAL
001754*    AND AUDIT LOG, THEN RESTART EACH ONE THAT WAS ARCHIVED WHOLE
001756*    EMPTY, SO THE JOURNAL COVERS EXACTLY THE CHANGES SINCE THIS
001758*    BACKUP.  ONE THAT WAS NOT IS LEFT AS IT WAS FOR THE RERUN,
001759*    AND SO IS EVERYTHING IF THE CATALOG COULD NOT BE REWRITTEN.
001760     PERFORM 9100-LOAD-CATALOG THRU 9100-EXIT.
001762     IF DL110-CAT-LOADED
001764         PERFORM 9200-ARCHIVE-JOURNAL THRU 9200-EXIT
001766         PERFORM 9300-ARCHIVE-AUDIT-LOG THRU 9300-EXIT
001767         PERFORM 9400-WRITE-CATALOG THRU 9400-EXIT
001768     END-IF.
001769     IF DL110-JRNL-ARCHIVED
001770         OPEN OUTPUT DB-JOURNAL-FILE
001771         IF DL110-JOURNAL-STATUS NOT = "00"
001772             DISPLAY "DL110: JOURNAL NOT RESTARTED - STATUS "
001773                 DL110-JOURNAL-STATUS
001774             MOVE "N" TO DL110-JRNL-ARCH-SW
001775         ELSE
001776             CLOSE DB-JOURNAL-FILE
001777         END-IF
001778     END-IF.
001779     IF DL110-AUDIT-ARCHIVED
001780         OPEN OUTPUT AUDIT-LOG-FILE
001781         IF DL110-AUDIT-STATUS NOT = "00"
001782             DISPLAY "DL110: AUDIT LOG NOT RESTARTED - STATUS "
001783                 DL110-AUDIT-STATUS
001784             MOVE "N" TO DL110-AUDIT-ARCH-SW
001785         ELSE
001786             CLOSE AUDIT-LOG-FILE
001787         END-IF
001788     END-IF.
001789     IF NOT DL110-JRNL-ARCHIVED
001790        OR NOT DL110-AUDIT-ARCHIVED
001792         DISPLAY "DL110: ARCHIVE INCOMPLETE - UNARCHIVED FILES "
001794             "LEFT AS THEY WERE"
001796         MOVE 16 TO RETURN-CODE
001798     END-IF.
001800     DISPLAY "DL110 BUSINESS DATE   = " DL110-BUSINESS-DATE.
001810     DISPLAY "DL110 RECORDS BACKED  = " DL110-RECORDS-READ-CT.
001815     DISPLAY "DL110 JOURNAL SAVED   = " DL110-JOURNAL-SAVED-CT.
001817     DISPLAY "DL110 AUDIT SAVED     = " DL110-AUDIT-SAVED-CT.
001818     IF DL110-JOURNAL-SKIP-CT > ZERO
001819        OR DL110-AUDIT-SKIP-CT > ZERO
001820         DISPLAY "DL110 JOURNAL ON FILE = " DL110-JOURNAL-SKIP-CT
001821         DISPLAY "DL110 AUDIT ON FILE   = " DL110-AUDIT-SKIP-CT
001822     END-IF.
001823 9000-EXIT.
001830     EXIT.
001831*----------------------------------------------------------------
001832* 9100-LOAD-CATALOG READS THE ARCHIVE CATALOG INTO THE TABLE.  NO
001833* CATALOG YET MEANS THIS IS THE FIRST NIGHT ARCHIVED; ONE THAT
001834* CANNOT BE READ, OR WILL NOT FIT, ARCHIVES NOTHING.
001835*----------------------------------------------------------------
001836 9100-LOAD-CATALOG.
001837     MOVE ZERO TO DL110-CAT-CT.
001838     OPEN INPUT ARCH-CAT-FILE.
001839     IF DL110-CAT-STATUS = "35"
001840         SET DL110-CAT-LOADED TO TRUE
001841         GO TO 9100-EXIT
001842     END-IF.
001843     IF DL110-CAT-STATUS NOT = "00"
001844         DISPLAY "DL110: CANNOT OPEN ARCHIVE CATALOG - STATUS "
001845             DL110-CAT-STATUS
001846         GO TO 9100-EXIT
001847     END-IF.
001848     SET DL110-CAT-LOADED TO TRUE.
001849     PERFORM 9150-LOAD-ONE-ENTRY THRU 9150-EXIT
001850         UNTIL DL110-CAT-EOF.
001851     CLOSE ARCH-CAT-FILE.
001852 9100-EXIT.
001853     EXIT.
001854 9150-LOAD-ONE-ENTRY.
001855     READ ARCH-CAT-FILE
001856         AT END
001857             SET DL110-CAT-EOF TO TRUE
001858             GO TO 9150-EXIT
001859     END-READ.
001860     IF DL110-CAT-CT NOT < 1200
001861         DISPLAY "DL110: ARCHIVE CATALOG FULL - NOTHING ARCHIVED"
001862         MOVE "N" TO DL110-CAT-LOADED-SW
001863         SET DL110-CAT-EOF TO TRUE
001864         GO TO 9150-EXIT
001865     END-IF.
001866     ADD 1 TO DL110-CAT-CT.
001867     MOVE ARCH-CAT-RECORD TO DL110-CAT-ENTRY (DL110-CAT-CT).
001877     IF DL110-CE-PENDING-CT (DL110-CAT-CT) NOT NUMERIC
001887         MOVE ZERO TO DL110-CE-PENDING-CT (DL110-CAT-CT)
001897     END-IF.
001907     MOVE DL110-CE-PENDING-CT (DL110-CAT-CT)
001917         TO DL110-CE-SKIP-CT (DL110-CAT-CT).
001927 9150-EXIT.
001937     EXIT.
001947*----------------------------------------------------------------
001957* 9200-ARCHIVE-JOURNAL APPENDS EVERY JOURNAL ENTRY TO THE JOURNAL
001967* PARTITION OF ITS PERIOD.  NO JOURNAL MEANS NOTHING TO ARCHIVE;
001977* ONE THAT WILL NOT OPEN IS NOT ARCHIVED AND SO NOT RESTARTED.
001987* AN ENTRY A FAILED EARLIER RUN ALREADY APPENDED IS PASSED OVER,
001997* NOT APPENDED TWICE - SEE 9600-SELECT-PARTITION.
002007*----------------------------------------------------------------
002017 9200-ARCHIVE-JOURNAL.
002027     MOVE "N" TO DL110-PART-FAIL-SW.
002037     OPEN INPUT DB-JOURNAL-FILE.
002047     IF DL110-JOURNAL-STATUS = "35"
002057         SET DL110-JRNL-ARCHIVED TO TRUE
002067         GO TO 9200-EXIT
002077     END-IF.
002087     IF DL110-JOURNAL-STATUS NOT = "00"
002097         DISPLAY "DL110: CANNOT OPEN JOURNAL - STATUS "
002107             DL110-JOURNAL-STATUS
002117         GO TO 9200-EXIT
002127     END-IF.
002137     MOVE "J" TO DL110-PART-TYPE.
002147     PERFORM 9250-ARCHIVE-ONE-ENTRY THRU 9250-EXIT
002157         UNTIL DL110-JOURNAL-EOF
002167            OR DL110-PART-FAILED.
002177     PERFORM 9700-CLOSE-PARTITION THRU 9700-EXIT.
002187     CLOSE DB-JOURNAL-FILE.
002197     IF NOT DL110-PART-FAILED
002207         SET DL110-JRNL-ARCHIVED TO TRUE
002217     END-IF.
002227 9200-EXIT.
002237     EXIT.
002247 9250-ARCHIVE-ONE-ENTRY.
002257     READ DB-JOURNAL-FILE
002267         AT END
002277             SET DL110-JOURNAL-EOF TO TRUE
002287             GO TO 9250-EXIT
002297     END-READ.
002307     IF DB-JRNL-RUN-ID (7:6) IS NUMERIC
002317         MOVE DB-JRNL-RUN-ID (7:6) TO DL110-ENTRY-PERIOD
002327     ELSE
002337         MOVE DB-JRNL-TIMESTAMP (1:6) TO DL110-ENTRY-PERIOD
002347     END-IF.
002357     MOVE DB-JRNL-TIMESTAMP TO DL110-ENTRY-TS.
002367     PERFORM 9600-SELECT-PARTITION THRU 9600-EXIT.
002377     IF DL110-PART-FAILED
002387         GO TO 9250-EXIT
002397     END-IF.
002407     IF DL110-CE-SKIP-CT (DL110-PART-IDX) > ZERO
002417         SUBTRACT 1 FROM DL110-CE-SKIP-CT (DL110-PART-IDX)
002427         PERFORM 9660-TALLY-TIMES THRU 9660-EXIT
002437         ADD 1 TO DL110-JOURNAL-SKIP-CT
002447         GO TO 9250-EXIT
002457     END-IF.
002467     MOVE DB-JOURNAL-RECORD TO ARCH-JRNL-RECORD.
002477     WRITE ARCH-JRNL-RECORD.
002487     IF DL110-ARCH-STATUS NOT = "00"
002497         DISPLAY "DL110: CANNOT WRITE ARCHIVE PARTITION "
002507             DL110-ARCH-DD " - STATUS " DL110-ARCH-STATUS
002517         SET DL110-PART-FAILED TO TRUE
002527         GO TO 9250-EXIT
002537     END-IF.
002547     PERFORM 9650-TALLY-PARTITION THRU 9650-EXIT.
002557     ADD 1 TO DL110-JOURNAL-SAVED-CT.
002567 9250-EXIT.
002577     EXIT.
002587*----------------------------------------------------------------
002597* 9300-ARCHIVE-AUDIT-LOG APPENDS EVERY AUDIT ENTRY TO THE AUDIT
002607* PARTITION OF ITS PERIOD, THE SAME WAY.  NO AUDIT LOG MEANS
002617* NOTHING TO ARCHIVE; ONE THAT WILL NOT OPEN IS NOT ARCHIVED.
002627*----------------------------------------------------------------
002637 9300-ARCHIVE-AUDIT-LOG.
002647     MOVE "N" TO DL110-PART-FAIL-SW.
002657     OPEN INPUT AUDIT-LOG-FILE.
002667     IF DL110-AUDIT-STATUS = "35"
002677         SET DL110-AUDIT-ARCHIVED TO TRUE
002687         GO TO 9300-EXIT
002697     END-IF.
002707     IF DL110-AUDIT-STATUS NOT = "00"
002717         DISPLAY "DL110: CANNOT OPEN AUDIT LOG - STATUS "
002727             DL110-AUDIT-STATUS
002737         GO TO 9300-EXIT
002747     END-IF.
002757     MOVE "A" TO DL110-PART-TYPE.
002767     PERFORM 9350-ARCHIVE-ONE-ENTRY THRU 9350-EXIT
002777         UNTIL DL110-AUDIT-EOF
002787            OR DL110-PART-FAILED.
002797     PERFORM 9700-CLOSE-PARTITION THRU 9700-EXIT.
002807     CLOSE AUDIT-LOG-FILE.
002817     IF NOT DL110-PART-FAILED
002827         SET DL110-AUDIT-ARCHIVED TO TRUE
002837     END-IF.
002847 9300-EXIT.
002857     EXIT.
002867 9350-ARCHIVE-ONE-ENTRY.
002877     READ AUDIT-LOG-FILE
002887         AT END
002897             SET DL110-AUDIT-EOF TO TRUE
002907             GO TO 9350-EXIT
002917     END-READ.
002927     IF AUDIT-LOG-RUN-ID (7:6) IS NUMERIC
002937         MOVE AUDIT-LOG-RUN-ID (7:6) TO DL110-ENTRY-PERIOD
002947     ELSE
002957         MOVE AUDIT-LOG-TIMESTAMP (1:6) TO DL110-ENTRY-PERIOD
002967     END-IF.
002977     MOVE AUDIT-LOG-TIMESTAMP TO DL110-ENTRY-TS.
002987     PERFORM 9600-SELECT-PARTITION THRU 9600-EXIT.
002997     IF DL110-PART-FAILED
003007         GO TO 9350-EXIT
003017     END-IF.
003027     IF DL110-CE-SKIP-CT (DL110-PART-IDX) > ZERO
003037         SUBTRACT 1 FROM DL110-CE-SKIP-CT (DL110-PART-IDX)
003047         PERFORM 9660-TALLY-TIMES THRU 9660-EXIT
003057         ADD 1 TO DL110-AUDIT-SKIP-CT
003067         GO TO 9350-EXIT
003077     END-IF.
003087     MOVE AUDIT-LOG-RECORD TO ARCH-AUDIT-RECORD.
003097     WRITE ARCH-AUDIT-RECORD.
003107     IF DL110-ARCH-STATUS NOT = "00"
003117         DISPLAY "DL110: CANNOT WRITE ARCHIVE PARTITION "
003127             DL110-ARCH-DD " - STATUS " DL110-ARCH-STATUS
003137         SET DL110-PART-FAILED TO TRUE
003147         GO TO 9350-EXIT
003157     END-IF.
003167     PERFORM 9650-TALLY-PARTITION THRU 9650-EXIT.
003177     ADD 1 TO DL110-AUDIT-SAVED-CT.
003187 9350-EXIT.
003197     EXIT.
003207*----------------------------------------------------------------
003217* 9400-WRITE-CATALOG WRITES THE UPDATED CATALOG BACK WHOLE.  A
003227* PARTITION'S PENDING COUNT IS HOW MANY OF ITS RECORDS ARE STILL
003237* ALSO IN A LIVE FILE NOT YET RESTARTED; IT SETTLES TO ZERO ONCE
003247* THAT FILE IS ARCHIVED WHOLE, SO A READER TAKES THOSE RECORDS
003257* FROM THE LIVE FILE ALONE.  A CATALOG THAT CANNOT BE REWRITTEN
003267* KEEPS BOTH LIVE FILES AS THEY WERE.
003277*----------------------------------------------------------------
003287 9400-WRITE-CATALOG.
003297     IF DL110-CAT-CT > ZERO
003307         PERFORM 9420-SETTLE-ONE-ENTRY THRU 9420-EXIT
003317             VARYING DL110-CAT-IDX FROM 1 BY 1
003327             UNTIL DL110-CAT-IDX > DL110-CAT-CT
003337     END-IF.
003347     OPEN OUTPUT ARCH-CAT-FILE.
003357     IF DL110-CAT-STATUS NOT = "00"
003367         DISPLAY "DL110: CANNOT REWRITE ARCHIVE CATALOG - STATUS "
003377             DL110-CAT-STATUS
003387         MOVE "N" TO DL110-JRNL-ARCH-SW
003397         MOVE "N" TO DL110-AUDIT-ARCH-SW
003407         GO TO 9400-EXIT
003417     END-IF.
003427     IF DL110-CAT-CT > ZERO
003437         PERFORM 9450-WRITE-ONE-ENTRY THRU 9450-EXIT
003447             VARYING DL110-CAT-IDX FROM 1 BY 1
003457             UNTIL DL110-CAT-IDX > DL110-CAT-CT
003467                OR DL110-CAT-STATUS NOT = "00"
003477     END-IF.
003487     IF DL110-CAT-STATUS NOT = "00"
003497         DISPLAY "DL110: CANNOT REWRITE ARCHIVE CATALOG - STATUS "
003507             DL110-CAT-STATUS
003517         MOVE "N" TO DL110-JRNL-ARCH-SW
003527         MOVE "N" TO DL110-AUDIT-ARCH-SW
003537     END-IF.
003547     CLOSE ARCH-CAT-FILE.
003557 9400-EXIT.
003567     EXIT.
003577 9420-SETTLE-ONE-ENTRY.
003587     IF DL110-CE-TYPE (DL110-CAT-IDX) = "J"
003597        AND DL110-JRNL-ARCHIVED
003607         MOVE ZERO TO DL110-CE-PENDING-CT (DL110-CAT-IDX)
003617     END-IF.
003627     IF DL110-CE-TYPE (DL110-CAT-IDX) = "A"
003637        AND DL110-AUDIT-ARCHIVED
003647         MOVE ZERO TO DL110-CE-PENDING-CT (DL110-CAT-IDX)
003657     END-IF.
003667 9420-EXIT.
003677     EXIT.
003687 9450-WRITE-ONE-ENTRY.
003697     MOVE DL110-CAT-ENTRY (DL110-CAT-IDX) TO ARCH-CAT-RECORD.
003707     WRITE ARCH-CAT-RECORD.
003717 9450-EXIT.
003727     EXIT.
003737*----------------------------------------------------------------
003747* 9600-SELECT-PARTITION MAKES SURE THE PARTITION OF THE ENTRY'S
003757* TYPE AND PERIOD IS THE ONE OPEN, CATALOGUING IT FIRST IF IT IS
003767* NEW.  ENTRIES COME IN RUN ORDER, SO A SWITCH IS RARE.  A
003777* PARTITION ALREADY PURGED THAT RECEIVES A LATE ENTRY IS MADE
003787* ACTIVE AGAIN, COUNTING FROM ZERO, AND THE CONSOLE TOLD.  AN
003797* ACTIVE PARTITION IS COUNTED FIRST: RECORDS ON IT BEYOND ITS
003807* CATALOGUED COUNT WERE APPENDED BY A RUN WHOSE CATALOG WAS NEVER
003817* REWRITTEN, SO THEY ARE STILL IN THE LIVE FILE TOO AND ARE
003827* PASSED OVER THERE LIKE THE PENDING ONES.
003837*----------------------------------------------------------------
003847 9600-SELECT-PARTITION.
003857     IF DL110-PART-OPEN
003867        AND DL110-ENTRY-PERIOD = DL110-PART-PERIOD
003877         GO TO 9600-EXIT
003887     END-IF.
003897     PERFORM 9700-CLOSE-PARTITION THRU 9700-EXIT.
003907     MOVE DL110-PART-TYPE    TO DL110-CAT-PROBE-TYPE.
003917     MOVE DL110-ENTRY-PERIOD TO DL110-CAT-PROBE-PERIOD.
003927     PERFORM 9800-FIND-CATALOG-ENTRY THRU 9800-EXIT.
003937     IF DL110-PART-FAILED
003947         GO TO 9600-EXIT
003957     END-IF.
003967     MOVE DL110-CAT-HIT-IDX TO DL110-PART-IDX.
003977     MOVE DL110-CE-DD-NAME (DL110-PART-IDX) TO DL110-ARCH-DD.
003987     IF DL110-CE-STATUS (DL110-PART-IDX) = "A"
003997         PERFORM 9620-COUNT-ON-FILE THRU 9620-EXIT
004007         IF DL110-PART-FAILED
004017             GO TO 9600-EXIT
004027         END-IF
004037     END-IF.
004047     IF DL110-PART-TYPE = "J"
004057         OPEN EXTEND ARCH-JRNL-FILE
004067         IF DL110-ARCH-STATUS = "35"
004077             OPEN OUTPUT ARCH-JRNL-FILE
004087         END-IF
004097     ELSE
004107         OPEN EXTEND ARCH-AUDIT-FILE
004117         IF DL110-ARCH-STATUS = "35"
004127             OPEN OUTPUT ARCH-AUDIT-FILE
004137         END-IF
004147     END-IF.
004157     IF DL110-ARCH-STATUS NOT = "00"
004167         DISPLAY "DL110: CANNOT OPEN ARCHIVE PARTITION "
004177             DL110-ARCH-DD " - STATUS " DL110-ARCH-STATUS
004187         SET DL110-PART-FAILED TO TRUE
004197         GO TO 9600-EXIT
004207     END-IF.
004217     SET DL110-PART-OPEN TO TRUE.
004227     MOVE DL110-ENTRY-PERIOD TO DL110-PART-PERIOD.
004237     IF DL110-CE-STATUS (DL110-PART-IDX) = "P"
004247         DISPLAY "DL110: PURGED PARTITION " DL110-ARCH-DD
004257             " REOPENED FOR A LATE ENTRY"
004267         MOVE "A"  TO DL110-CE-STATUS (DL110-PART-IDX)
004277         MOVE ZERO TO DL110-CE-RECORD-COUNT (DL110-PART-IDX)
004287         MOVE ZERO TO DL110-CE-FIRST-TS (DL110-PART-IDX)
004297         MOVE ZERO TO DL110-CE-LAST-TS (DL110-PART-IDX)
004307         MOVE ZERO TO DL110-CE-PENDING-CT (DL110-PART-IDX)
004317         MOVE ZERO TO DL110-CE-SKIP-CT (DL110-PART-IDX)
004327     END-IF.
004337 9600-EXIT.
004347     EXIT.
004357 9620-COUNT-ON-FILE.
004367     MOVE ZERO TO DL110-ON-FILE-CT.
004377     MOVE "N" TO DL110-COUNT-EOF-SW.
004387     IF DL110-PART-TYPE = "J"
004397         OPEN INPUT ARCH-JRNL-FILE
004407     ELSE
004417         OPEN INPUT ARCH-AUDIT-FILE
004427     END-IF.
004437     IF DL110-ARCH-STATUS = "35"
004447         GO TO 9620-EXIT
004457     END-IF.
004467     IF DL110-ARCH-STATUS NOT = "00"
004477         DISPLAY "DL110: CANNOT READ ARCHIVE PARTITION "
004487             DL110-ARCH-DD " - STATUS " DL110-ARCH-STATUS
004497         SET DL110-PART-FAILED TO TRUE
004507         GO TO 9620-EXIT
004517     END-IF.
004527     PERFORM 9630-COUNT-ONE-RECORD THRU 9630-EXIT
004537         UNTIL DL110-COUNT-EOF.
004547     IF DL110-PART-TYPE = "J"
004557         CLOSE ARCH-JRNL-FILE
004567     ELSE
004577         CLOSE ARCH-AUDIT-FILE
004587     END-IF.
004597     IF DL110-ON-FILE-CT > DL110-CE-RECORD-COUNT (DL110-PART-IDX)
004607         COMPUTE DL110-EXCESS-CT = DL110-ON-FILE-CT
004617             - DL110-CE-RECORD-COUNT (DL110-PART-IDX)
004627         DISPLAY "DL110: PARTITION " DL110-ARCH-DD " HOLDS "
004637             DL110-EXCESS-CT " RECORDS NOT YET CATALOGUED"
004647         ADD DL110-EXCESS-CT
004657             TO DL110-CE-RECORD-COUNT (DL110-PART-IDX)
004667         ADD DL110-EXCESS-CT
004677             TO DL110-CE-PENDING-CT (DL110-PART-IDX)
004687         ADD DL110-EXCESS-CT
004697             TO DL110-CE-SKIP-CT (DL110-PART-IDX)
004707     END-IF.
004717 9620-EXIT.
004727     EXIT.
004737 9630-COUNT-ONE-RECORD.
004747     IF DL110-PART-TYPE = "J"
004757         READ ARCH-JRNL-FILE
004767             AT END
004777                 SET DL110-COUNT-EOF TO TRUE
004787                 GO TO 9630-EXIT
004797         END-READ
004807     ELSE
004817         READ ARCH-AUDIT-FILE
004827             AT END
004837                 SET DL110-COUNT-EOF TO TRUE
004847                 GO TO 9630-EXIT
004857         END-READ
004867     END-IF.
004877     ADD 1 TO DL110-ON-FILE-CT.
004887 9630-EXIT.
004897     EXIT.
004907*----------------------------------------------------------------
004917* 9650-TALLY-PARTITION COUNTS AN ENTRY APPENDED TO THE OPEN
004927* PARTITION, PENDING UNTIL ITS LIVE FILE IS RESTARTED.
004937* 9660-TALLY-TIMES WIDENS THE PARTITION'S TIMESTAMP RANGE TO
004947* TAKE IN THE ENTRY, WHETHER APPENDED NOW OR PASSED OVER.
004957*----------------------------------------------------------------
004967 9650-TALLY-PARTITION.
004977     ADD 1 TO DL110-CE-RECORD-COUNT (DL110-PART-IDX).
004987     ADD 1 TO DL110-CE-PENDING-CT (DL110-PART-IDX).
004997     PERFORM 9660-TALLY-TIMES THRU 9660-EXIT.
005007 9650-EXIT.
005017     EXIT.
005027 9660-TALLY-TIMES.
005037     IF DL110-CE-FIRST-TS (DL110-PART-IDX) = ZERO
005047        OR DL110-ENTRY-TS < DL110-CE-FIRST-TS (DL110-PART-IDX)
005057         MOVE DL110-ENTRY-TS TO DL110-CE-FIRST-TS (DL110-PART-IDX)
005067     END-IF.
005077     IF DL110-ENTRY-TS > DL110-CE-LAST-TS (DL110-PART-IDX)
005087         MOVE DL110-ENTRY-TS TO DL110-CE-LAST-TS (DL110-PART-IDX)
005097     END-IF.
005107     MOVE DL110-BUSINESS-DATE
005117         TO DL110-CE-LAST-ADDED-DATE (DL110-PART-IDX).
005127 9660-EXIT.
005137     EXIT.
005147 9700-CLOSE-PARTITION.
005157     IF NOT DL110-PART-OPEN
005167         GO TO 9700-EXIT
005177     END-IF.
005187     IF DL110-PART-TYPE = "J"
005197         CLOSE ARCH-JRNL-FILE
005207     ELSE
005217         CLOSE ARCH-AUDIT-FILE
005227     END-IF.
005237     MOVE "N" TO DL110-PART-OPEN-SW.
005247 9700-EXIT.
005257     EXIT.
005267*----------------------------------------------------------------
005277* 9800-FIND-CATALOG-ENTRY LOCATES THE PROBE'S PARTITION IN THE
005287* CATALOG OR INSERTS IT, KEEPING THE TABLE IN TYPE AND PERIOD
005297* ORDER BY MOVING EVERY LATER ENTRY UP ONE.  A FULL CATALOG
005307* STOPS THE ARCHIVING OF THAT FILE.
005317*----------------------------------------------------------------
005327 9800-FIND-CATALOG-ENTRY.
005337     MOVE ZERO TO DL110-CAT-HIT-IDX.
005347     IF DL110-CAT-CT > ZERO
005357         PERFORM 9850-CHECK-ONE-ENTRY THRU 9850-EXIT
005367             VARYING DL110-CAT-IDX FROM 1 BY 1
005377             UNTIL DL110-CAT-IDX > DL110-CAT-CT
005387                OR DL110-CAT-HIT-IDX > ZERO
005397     END-IF.
005407     IF DL110-CAT-HIT-IDX > ZERO
005417         GO TO 9800-EXIT
005427     END-IF.
005437     IF DL110-CAT-CT NOT < 1200
005447         DISPLAY "DL110: ARCHIVE CATALOG FULL - PARTITION "
005457             DL110-CAT-PROBE " NOT ADDED"
005467         SET DL110-PART-FAILED TO TRUE
005477         GO TO 9800-EXIT
005487     END-IF.
005497     MOVE DL110-CAT-CT TO DL110-CAT-IDX.
005507     MOVE "N" TO DL110-SHIFT-DONE-SW.
005517     IF DL110-CAT-IDX = ZERO
005527         SET DL110-SHIFT-DONE TO TRUE
005537     END-IF.
005547     PERFORM 9870-SHIFT-ONE-ENTRY THRU 9870-EXIT
005557         UNTIL DL110-SHIFT-DONE.
005567     ADD 1 TO DL110-CAT-CT.
005577     COMPUTE DL110-CAT-HIT-IDX = DL110-CAT-IDX + 1.
005587     MOVE SPACES TO DL110-CAT-ENTRY (DL110-CAT-HIT-IDX).
005597     MOVE DL110-CAT-PROBE TO DL110-CE-KEY (DL110-CAT-HIT-IDX).
005607     IF DL110-CAT-PROBE-TYPE = "J"
005617         STRING "JRNA" DL110-CAT-PROBE-PERIOD DELIMITED BY SIZE
005627             INTO DL110-CE-DD-NAME (DL110-CAT-HIT-IDX)
005637     ELSE
005647         STRING "AUDA" DL110-CAT-PROBE-PERIOD DELIMITED BY SIZE
005657             INTO DL110-CE-DD-NAME (DL110-CAT-HIT-IDX)
005667     END-IF.
005677     MOVE "A"  TO DL110-CE-STATUS (DL110-CAT-HIT-IDX).
005687     MOVE ZERO TO DL110-CE-RECORD-COUNT (DL110-CAT-HIT-IDX).
005697     MOVE ZERO TO DL110-CE-FIRST-TS (DL110-CAT-HIT-IDX).
005707     MOVE ZERO TO DL110-CE-LAST-TS (DL110-CAT-HIT-IDX).
005717     MOVE ZERO TO DL110-CE-LAST-ADDED-DATE (DL110-CAT-HIT-IDX).
005727     MOVE ZERO TO DL110-CE-PURGE-DATE (DL110-CAT-HIT-IDX).
005737     MOVE ZERO TO DL110-CE-PENDING-CT (DL110-CAT-HIT-IDX).
005747     MOVE ZERO TO DL110-CE-SKIP-CT (DL110-CAT-HIT-IDX).
005757 9800-EXIT.
005767     EXIT.
005777 9850-CHECK-ONE-ENTRY.
005787     IF DL110-CE-KEY (DL110-CAT-IDX) = DL110-CAT-PROBE
005797         MOVE DL110-CAT-IDX TO DL110-CAT-HIT-IDX
005807     END-IF.
005817 9850-EXIT.
005827     EXIT.
005837 9870-SHIFT-ONE-ENTRY.
005847     IF DL110-CE-KEY (DL110-CAT-IDX) < DL110-CAT-PROBE
005857         SET DL110-SHIFT-DONE TO TRUE
005867         GO TO 9870-EXIT
005877     END-IF.
005887     MOVE DL110-CAT-ENTRY (DL110-CAT-IDX)
005897         TO DL110-CAT-ENTRY (DL110-CAT-IDX + 1).
005907     SUBTRACT 1 FROM DL110-CAT-IDX.
005917     IF DL110-CAT-IDX = ZERO
005927         SET DL110-SHIFT-DONE TO TRUE
005937     END-IF.
005947 9870-EXIT.
005957     EXIT.
005967*----------------------------------------------------------------
005977* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
005987* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
005997* HERE, REFUSALS INCLUDED.
006007*----------------------------------------------------------------
006017 9900-END-STEP.
006027     IF NOT DL110-STEP-STARTED
006037         GO TO 9900-EXIT
006047     END-IF.
006057     MOVE SPACES TO STEP-CTL-RECORD.
006067     MOVE "E" TO STEP-CTL-EVENT.
006077     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
006087     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
006097         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
006107     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006117 9900-EXIT.
006127     EXIT.
006137 9999-EXIT.
006147     PERFORM 9900-END-STEP THRU 9900-EXIT.
006157     STOP RUN.
