000270*     SELECTION CRITERIA AND RECORD COUNTS AT THE END, SO       *
000280*     COMPLIANCE GETS A REPORT INSTEAD OF A RAW EXTRACT.        *
000290*     NO SELECTION CARD AT ALL SELECTS EVERY ENTRY.             *
000292*     A KEY CRITERION ALSO SELECTS EVERY KEY LINKED TO IT BY    *
000294*     A RE-KEY, EITHER WAY AND THROUGH CHAINS OF RE-KEYS, SO    *
000296*     AN INQUIRY ON EITHER KEY SHOWS THE OTHER AND ITS HISTORY. *
000298*     THE LINKED KEYS ARE LISTED WITH THE CRITERIA.             *
000299*     A TIMESTAMP CRITERION MAY BE A DATE ALONE (THE WHOLE DAY). *
000300*     AN "A" IN THE CARD'S SOURCE COLUMN RUNS THE INQUIRY       *
000301*     AGAINST THE PERMANENT ARCHIVE AND THEN THE CURRENT AUDIT  *
000302*     LOG INSTEAD OF THE CURRENT LOG ALONE; ONLY THE ARCHIVE    *
000303*     PARTITIONS THE PERIOD AND TIMESTAMP RANGES CAN REACH ARE  *
000304*     OPENED.  A PERIOD RANGE SELECTS BY THE PERIOD AN ENTRY    *
000305*     WAS ARCHIVED UNDER (SEE ARCHCAT.CPY).  PARTITIONS IN      *
000306*     RANGE THAT HAVE BEEN PURGED ARE COUNTED ON THE REPORT.    *
000308*                                                                *
000310* MODIFICATION HISTORY.                                         *
000320* DATE       INIT  DESCRIPTION                                  *
000330* ---------- ----  -----------------------------------------   *
000340* 2026-08-21  JL   INITIAL VERSION.                             *
000342* 2026-08-21  JL   ADDED THE RUN ID COLUMN NOW THAT EVERY       *
000344*                  AUDIT ENTRY CARRIES ONE.                     *
000345* 2026-10-15  JL   A KEY CRITERION NOW ALSO SELECTS EVERY KEY    *
000346*                  LINKED TO IT BY A RE-KEY, FOLLOWING CHAINS    *
000347*                  BOTH WAYS; THE LINKED KEYS PRINT WITH THE     *
000348*                  CRITERIA.                                     *
000349* 2026-10-15  JL   AN "A" IN THE NEW SOURCE COLUMN OF THE CARD   *
000350*                  READS THE PERMANENT ARCHIVE PARTITIONS IN     *
000351*                  RANGE AND THEN THE CURRENT LOG; ADDED A       *
000352*                  PERIOD RANGE, AND A TIMESTAMP CRITERION MAY   *
000353*                  BE A DATE ALONE.                              *
000354* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000355*                  RETURN CODE ON THE STEP CONTROL FILE          *
000356*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000358* 2026-10-15  JL   AN ARCHIVE PARTITION IS READ ONLY AS FAR AS   *
000360*                  ITS SETTLED RECORDS, SO ENTRIES STILL PENDING *
000362*                  IN AUDITLOG ARE NOT LISTED TWICE.             *
000364*                                                                *
000366*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DL300.
000390 AUTHOR. J. LOGAN.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT AUDIT-LOG-FILE  ASSIGN USING DL300-AUDIT-DD
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DL300-AUDIT-STATUS.
000490     SELECT SELECT-CARD-FILE ASSIGN TO "SELCARD"
000510         FILE STATUS IS DL300-SEL-CARD-STATUS.
000520     SELECT AUDIT-RPT-FILE  ASSIGN TO "AUDITRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000532     SELECT ARCH-CAT-FILE   ASSIGN TO "ARCHCAT"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS DL300-CAT-STATUS.
000537     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS DL300-STEPCTL-STATUS.
000540     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000541         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS DL300-RUN-CAL-STATUS.
000546 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AUDIT-LOG-FILE.
000570     COPY AUDITLOG.
000610     05  SEL-CARD-FIELD-NAME         PIC X(20).
000620     05  SEL-CARD-TS-FROM            PIC X(14).
000630     05  SEL-CARD-TS-THRU            PIC X(14).
000633     05  SEL-CARD-SOURCE             PIC X(01).
000636         88  SEL-CARD-ARCHIVE        VALUE "A".
000639     05  SEL-CARD-PERIOD-FROM        PIC X(06).
000642     05  SEL-CARD-PERIOD-THRU        PIC X(06).
000645     05  FILLER                      PIC X(09).
000650 FD  AUDIT-RPT-FILE.
000660 01  AUDIT-RPT-LINE                  PIC X(132).
000663 FD  ARCH-CAT-FILE.
000666     COPY ARCHCAT.
000667 FD  STEP-CTL-FILE.
000668 01  STEP-CTL-FILE-RECORD            PIC X(80).
000669 FD  RUN-CAL-FILE.
000670     COPY RUNCAL.
000675 WORKING-STORAGE SECTION.
000680 77  DL300-AUDIT-EOF-SW              PIC X(01) VALUE "N".
000690     88  DL300-AUDIT-EOF             VALUE "Y".
000700 77  DL300-AUDIT-STATUS              PIC X(02) VALUE "00".
000710 77  DL300-SEL-CARD-STATUS           PIC X(02) VALUE "00".
000711 77  DL300-CAT-STATUS                PIC X(02) VALUE "00".
000712 77  DL300-AUDIT-DD                  PIC X(10) VALUE "AUDITLOG".
000713 77  DL300-AUDIT-OPEN-SW             PIC X(01) VALUE "N".
000714     88  DL300-AUDIT-OPEN            VALUE "Y".
000715 77  DL300-CURRENT-DONE-SW           PIC X(01) VALUE "N".
000716     88  DL300-CURRENT-DONE          VALUE "Y".
000717 77  DL300-CAT-EOF-SW                PIC X(01) VALUE "N".
000718     88  DL300-CAT-EOF               VALUE "Y".
000719 77  DL300-ARCHIVE-SW                PIC X(01) VALUE "N".
000720     88  DL300-ARCHIVE               VALUE "Y".
000721 77  DL300-PART-CT                   PIC 9(04) VALUE ZERO COMP.
000722 77  DL300-PART-IDX                  PIC 9(04) VALUE ZERO COMP.
000724 77  DL300-PART-READ-CT              PIC 9(09) VALUE ZERO COMP.
000726 77  DL300-PURGED-CT                 PIC 9(04) VALUE ZERO COMP.
000728 77  DL300-SELECTED-SW               PIC X(01) VALUE "N".
000730     88  DL300-SELECTED              VALUE "Y".
000740 77  DL300-SEL-KEY                   PIC X(10) VALUE SPACES.
000750 77  DL300-SEL-FIELD-NAME            PIC X(20) VALUE SPACES.
000760 77  DL300-SEL-TS-FROM               PIC 9(14) VALUE ZERO.
000770 77  DL300-SEL-TS-THRU               PIC 9(14)
000780     VALUE 99999999999999.
000782 77  DL300-SEL-PERIOD-FROM           PIC 9(06) VALUE ZERO.
000784 77  DL300-SEL-PERIOD-THRU           PIC 9(06) VALUE 999999.
000786 77  DL300-ENTRY-PERIOD              PIC 9(06) VALUE ZERO.
000790 77  DL300-ENTRIES-READ-CT           PIC 9(09) VALUE ZERO COMP.
000800 77  DL300-ENTRIES-SEL-CT            PIC 9(09) VALUE ZERO COMP.
000810 77  DL300-LINE-CT                   PIC 9(03) VALUE 99 COMP.
000820 77  DL300-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
000830 77  DL300-CURR-DATE-8               PIC 9(08).
000831 77  DL300-LINK-CT                   PIC 9(03) VALUE ZERO COMP.
000832 77  DL300-LINK-IDX                  PIC 9(03) VALUE ZERO COMP.
000833 77  DL300-LINK-PROBE                PIC X(10) VALUE SPACES.
000834 77  DL300-LINK-FOUND-SW             PIC X(01) VALUE "N".
000835     88  DL300-LINK-FOUND            VALUE "Y".
000836 77  DL300-LINK-ADDED-SW             PIC X(01) VALUE "N".
000837     88  DL300-LINK-ADDED            VALUE "Y".
000838 77  DL300-LINK-FULL-SW              PIC X(01) VALUE "N".
000839     88  DL300-LINK-FULL             VALUE "Y".
000840 77  DL300-STEPCTL-STATUS            PIC X(02) VALUE "00".
000841 77  DL300-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000842 77  DL300-STEP-STARTED-SW           PIC X(01) VALUE "N".
000843     88  DL300-STEP-STARTED          VALUE "Y".
000844 77  DL300-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000845 77  DL300-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000846 77  DL300-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000847*    THE SELECTED KEY (FIRST) AND EVERY KEY RE-KEYED TO OR FROM
000848*    IT.  TWENTY IS FAR MORE THAN ANY ACCOUNT IS EVER RENUMBERED.
000849 01  DL300-LINK-TABLE.
000850     05  DL300-LINK-KEY              PIC X(10) OCCURS 20 TIMES.
000851*    THE ARCHIVE PARTITIONS IN RANGE, IN PERIOD ORDER.  600 IS
000852*    FIFTY YEARS OF PERIODS.
000853 01  DL300-PART-TABLE.
000854     05  DL300-PART-ENTRY OCCURS 600 TIMES.
000855         10  DL300-PT-DD-NAME        PIC X(10).
000856         10  DL300-PT-READ-LIMIT     PIC 9(09) COMP.
000857 01  DL300-RPT-HEADING1.
000858     05  FILLER                      PIC X(30)
000860         VALUE "AUDIT LOG INQUIRY - DL300".
000870     05  FILLER                      PIC X(05) VALUE "DATE ".
000880     05  DL300-HDG-DATE              PIC 9(08).
001140         VALUE "SELECTED KEY........".
001150     05  DL300-CRIT-KEY              PIC X(10).
001160     05  FILLER                      PIC X(102) VALUE SPACES.
001161 01  DL300-RPT-CRIT-LINK-LINE.
001162     05  FILLER                      PIC X(20)
001163         VALUE "LINKED KEY..........".
001164     05  DL300-CRIT-LINK-KEY         PIC X(10).
001165     05  FILLER                      PIC X(102) VALUE SPACES.
001170 01  DL300-RPT-CRIT-FIELD-LINE.
001180     05  FILLER                      PIC X(20)
001190         VALUE "SELECTED FIELD......".
001260     05  FILLER                      PIC X(04) VALUE " TO ".
001270     05  DL300-CRIT-TS-THRU          PIC 9(14).
001280     05  FILLER                      PIC X(80) VALUE SPACES.
001281 01  DL300-RPT-CRIT-PERIOD-LINE.
001282     05  FILLER                      PIC X(20)
001283         VALUE "PERIOD RANGE........".
001284     05  DL300-CRIT-PERIOD-FROM      PIC 9(06).
001285     05  FILLER                      PIC X(04) VALUE " TO ".
001286     05  DL300-CRIT-PERIOD-THRU      PIC 9(06).
001287     05  FILLER                      PIC X(96) VALUE SPACES.
001288 01  DL300-RPT-CRIT-SOURCE-LINE.
001289     05  FILLER                      PIC X(20)
001290         VALUE "AUDIT SOURCE........".
001291     05  DL300-CRIT-SOURCE           PIC X(30).
001292     05  FILLER                      PIC X(82) VALUE SPACES.
001293 01  DL300-RPT-PARTS-LINE.
001294     05  FILLER                      PIC X(20)
001295         VALUE "PARTITIONS IN RANGE.".
001296     05  DL300-RPT-PARTS-CT          PIC ZZZZZZZZ9.
001297     05  FILLER                      PIC X(103) VALUE SPACES.
001298 01  DL300-RPT-PURGED-LINE.
001299     05  FILLER                      PIC X(20)
001300         VALUE "PARTITIONS PURGED...".
001301     05  DL300-RPT-PURGED-CT         PIC ZZZZZZZZ9.
001302     05  FILLER                      PIC X(103) VALUE SPACES.
001304 01  DL300-RPT-READ-LINE.
001306     05  FILLER                      PIC X(20)
001310         VALUE "ENTRIES READ........".
001320     05  DL300-RPT-READ-CT           PIC ZZZZZZZZ9.
001330     05  FILLER                      PIC X(103) VALUE SPACES.
001360         VALUE "ENTRIES SELECTED....".
001370     05  DL300-RPT-SEL-CT            PIC ZZZZZZZZ9.
001380     05  FILLER                      PIC X(103) VALUE SPACES.
001383*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001386     COPY STEPCTL.
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001405     PERFORM 8500-START-STEP THRU 8500-EXIT.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PROCESS-ENTRIES THRU 2000-EXIT.
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001460* 1000-INITIALIZE OPENS THE FILES AND READS THE SELECTION CARD.
001470* NO CARD FILE, OR A BLANK CARD, MEANS EVERY ENTRY IS SELECTED.
001480* A BLANK TIMESTAMP CRITERION IS TREATED AS AN OPEN END OF THE
001483* RANGE RATHER THAN REJECTING THE CARD; SO IS A BLANK PERIOD.  A
001486* TIMESTAMP GIVEN AS A DATE ALONE COVERS THAT WHOLE DAY.  THE
001489* CARD IS READ FIRST, THEN THE ARCHIVE PARTITIONS IN RANGE ARE
001492* FOUND, SO THE KEYS LINKED TO A SELECTED KEY ARE GATHERED OVER
001495* THE SAME ENTRIES BEFORE THE REPORT PASS STARTS.
001500*----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     ACCEPT DL300-CURR-DATE-8 FROM DATE YYYYMMDD.
001523     PERFORM 1100-READ-SELECT-CARD THRU 1100-EXIT.
001524     IF DL300-ARCHIVE
001525         PERFORM 1700-LOAD-PARTITIONS THRU 1700-EXIT
001526     END-IF.
001531     PERFORM 1200-BUILD-LINKED-KEYS THRU 1200-EXIT.
001536     PERFORM 2800-START-AUDIT THRU 2800-EXIT.
001570     OPEN OUTPUT AUDIT-RPT-FILE.
001590 1000-EXIT.
001600     EXIT.
001610 1100-READ-SELECT-CARD.
001720     IF SEL-CARD-TS-FROM IS NUMERIC
001730         MOVE SEL-CARD-TS-FROM TO DL300-SEL-TS-FROM
001740     END-IF.
001741     IF SEL-CARD-TS-FROM (1:8) IS NUMERIC
001742        AND SEL-CARD-TS-FROM (9:6) = SPACES
001743         MOVE SEL-CARD-TS-FROM (1:8) TO DL300-SEL-TS-FROM (1:8)
001744         MOVE "000000" TO DL300-SEL-TS-FROM (9:6)
001745     END-IF.
001750     IF SEL-CARD-TS-THRU IS NUMERIC
001760        AND SEL-CARD-TS-THRU NOT = "00000000000000"
001770         MOVE SEL-CARD-TS-THRU TO DL300-SEL-TS-THRU
001780     END-IF.
001781     IF SEL-CARD-TS-THRU (1:8) IS NUMERIC
001782        AND SEL-CARD-TS-THRU (1:8) NOT = "00000000"
001783        AND SEL-CARD-TS-THRU (9:6) = SPACES
001784         MOVE SEL-CARD-TS-THRU (1:8) TO DL300-SEL-TS-THRU (1:8)
001785         MOVE "235959" TO DL300-SEL-TS-THRU (9:6)
001786     END-IF.
001787     IF SEL-CARD-ARCHIVE
001788         SET DL300-ARCHIVE TO TRUE
001789     END-IF.
001790     IF SEL-CARD-PERIOD-FROM IS NUMERIC
001791         MOVE SEL-CARD-PERIOD-FROM TO DL300-SEL-PERIOD-FROM
001792     END-IF.
001793     IF SEL-CARD-PERIOD-THRU IS NUMERIC
001794        AND SEL-CARD-PERIOD-THRU NOT = "000000"
001795         MOVE SEL-CARD-PERIOD-THRU TO DL300-SEL-PERIOD-THRU
001796     END-IF.
001798 1100-CLOSE.
001800     CLOSE SELECT-CARD-FILE.
001810 1100-EXIT.
001820     EXIT.
001821*----------------------------------------------------------------
001822* 1200-BUILD-LINKED-KEYS GATHERS EVERY KEY TIED TO THE SELECTED
001823* KEY BY A RE-KEY.  EACH PASS OVER THE AUDIT LOG TAKES THE OTHER
001824* KEY OF EVERY "RE-KEYED TO" OR "RE-KEYED FROM" ENTRY UNDER A KEY
001825* ALREADY IN THE TABLE; PASSES REPEAT UNTIL ONE ADDS NOTHING, SO
001826* A KEY RENUMBERED MORE THAN ONCE IS FOLLOWED TO THE END OF ITS
001827* CHAIN IN EITHER DIRECTION.
001828*----------------------------------------------------------------
001829 1200-BUILD-LINKED-KEYS.
001830     IF DL300-SEL-KEY = SPACES
001831         GO TO 1200-EXIT
001832     END-IF.
001833     MOVE DL300-SEL-KEY TO DL300-LINK-KEY (1).
001834     MOVE 1 TO DL300-LINK-CT.
001835     SET DL300-LINK-ADDED TO TRUE.
001836     PERFORM 1300-LINK-PASS THRU 1300-EXIT
001837         UNTIL NOT DL300-LINK-ADDED.
001838 1200-EXIT.
001839     EXIT.
001840 1300-LINK-PASS.
001841     MOVE "N" TO DL300-LINK-ADDED-SW.
001844     PERFORM 2800-START-AUDIT THRU 2800-EXIT.
001847     PERFORM 1400-LINK-ONE-ENTRY THRU 1400-EXIT
001848         UNTIL DL300-AUDIT-EOF.
001851 1300-EXIT.
001852     EXIT.
001853 1400-LINK-ONE-ENTRY.
001854     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
001855     IF DL300-AUDIT-EOF
001856         GO TO 1400-EXIT
001857     END-IF.
001859     IF AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED TO"
001860        AND AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED FROM"
001861         GO TO 1400-EXIT
001862     END-IF.
001863     MOVE AUDIT-LOG-KEY TO DL300-LINK-PROBE.
001864     PERFORM 1500-FIND-LINK THRU 1500-EXIT.
001865     IF NOT DL300-LINK-FOUND
001866         GO TO 1400-EXIT
001867     END-IF.
001868     MOVE AUDIT-LOG-OLD-VALUE TO DL300-LINK-PROBE.
001869     PERFORM 1600-ADD-LINK THRU 1600-EXIT.
001870     MOVE AUDIT-LOG-NEW-VALUE TO DL300-LINK-PROBE.
001871     PERFORM 1600-ADD-LINK THRU 1600-EXIT.
001872 1400-EXIT.
001873     EXIT.
001874 1500-FIND-LINK.
001875     MOVE "N" TO DL300-LINK-FOUND-SW.
001876     PERFORM 1550-CHECK-ONE-LINK THRU 1550-EXIT
001877         VARYING DL300-LINK-IDX FROM 1 BY 1
001878         UNTIL DL300-LINK-IDX > DL300-LINK-CT
001879            OR DL300-LINK-FOUND.
001880 1500-EXIT.
001881     EXIT.
001882 1550-CHECK-ONE-LINK.
001883     IF DL300-LINK-KEY (DL300-LINK-IDX) = DL300-LINK-PROBE
001884         SET DL300-LINK-FOUND TO TRUE
001885     END-IF.
001886 1550-EXIT.
001887     EXIT.
001888*----------------------------------------------------------------
001889* 1600-ADD-LINK ADDS THE PROBE KEY TO THE TABLE IF IT IS NOT
001890* THERE.  A FULL TABLE IS REPORTED ONCE AND THE CHAIN IS CUT
001891* THERE RATHER THAN ABENDING THE INQUIRY.
001892*----------------------------------------------------------------
001893 1600-ADD-LINK.
001894     IF DL300-LINK-PROBE = SPACES
001895         GO TO 1600-EXIT
001896     END-IF.
001897     PERFORM 1500-FIND-LINK THRU 1500-EXIT.
001898     IF DL300-LINK-FOUND
001899         GO TO 1600-EXIT
001900     END-IF.
001901     IF DL300-LINK-CT NOT < 20
001902         IF NOT DL300-LINK-FULL
001903             SET DL300-LINK-FULL TO TRUE
001904             DISPLAY "DL300 LINKED KEY TABLE FULL - CHAIN CUT AT "
001905                     DL300-LINK-PROBE
001906         END-IF
001907         GO TO 1600-EXIT
001908     END-IF.
001909     ADD 1 TO DL300-LINK-CT.
001910     MOVE DL300-LINK-PROBE TO DL300-LINK-KEY (DL300-LINK-CT).
001911     SET DL300-LINK-ADDED TO TRUE.
001912 1600-EXIT.
001913     EXIT.
001914*----------------------------------------------------------------
001915* 1700-LOAD-PARTITIONS LISTS THE ARCHIVE AUDIT PARTITIONS THE
001916* CARD CAN REACH: ITS PERIOD WITHIN THE PERIOD RANGE AND ITS
001917* TIMESTAMPS OVERLAPPING THE TIMESTAMP RANGE.  THE CATALOG IS
001918* IN PERIOD ORDER, SO THE REPORT IS TOO.  NO CATALOG MEANS
001919* NOTHING HAS BEEN ARCHIVED YET.
001920*----------------------------------------------------------------
001921 1700-LOAD-PARTITIONS.
001922     OPEN INPUT ARCH-CAT-FILE.
001923     IF DL300-CAT-STATUS NOT = "00"
001924         DISPLAY "DL300: NO ARCHIVE CATALOG - STATUS "
001925             DL300-CAT-STATUS " - CURRENT AUDIT LOG ONLY"
001926         GO TO 1700-EXIT
001927     END-IF.
001928     PERFORM 1750-CHECK-ONE-PARTITION THRU 1750-EXIT
001929         UNTIL DL300-CAT-EOF.
001930     CLOSE ARCH-CAT-FILE.
001931 1700-EXIT.
001932     EXIT.
001933 1750-CHECK-ONE-PARTITION.
001934     READ ARCH-CAT-FILE
001935         AT END
001936             SET DL300-CAT-EOF TO TRUE
001937             GO TO 1750-EXIT
001938     END-READ.
001939     IF NOT ARCH-CAT-AUDIT
001940        OR ARCH-CAT-PERIOD < DL300-SEL-PERIOD-FROM
001941        OR ARCH-CAT-PERIOD > DL300-SEL-PERIOD-THRU
001942        OR ARCH-CAT-LAST-TS < DL300-SEL-TS-FROM
001943        OR ARCH-CAT-FIRST-TS > DL300-SEL-TS-THRU
001944         GO TO 1750-EXIT
001945     END-IF.
001946     IF ARCH-CAT-PURGED
001947         ADD 1 TO DL300-PURGED-CT
001948         GO TO 1750-EXIT
001949     END-IF.
001950     IF DL300-PART-CT NOT < 600
001951         DISPLAY "DL300: PARTITION TABLE FULL - "
001952             ARCH-CAT-DD-NAME " AND LATER NOT READ"
001953         SET DL300-CAT-EOF TO TRUE
001954         GO TO 1750-EXIT
001955     END-IF.
001956     ADD 1 TO DL300-PART-CT.
001957     MOVE ARCH-CAT-DD-NAME TO DL300-PT-DD-NAME (DL300-PART-CT).
001958     MOVE ARCH-CAT-RECORD-COUNT
001959         TO DL300-PT-READ-LIMIT (DL300-PART-CT).
001960     IF ARCH-CAT-PENDING-CT IS NUMERIC
001961        AND ARCH-CAT-PENDING-CT NOT > ARCH-CAT-RECORD-COUNT
001962         SUBTRACT ARCH-CAT-PENDING-CT
001963             FROM DL300-PT-READ-LIMIT (DL300-PART-CT)
001964     END-IF.
001965 1750-EXIT.
001966     EXIT.
001967*----------------------------------------------------------------
001968* 2000-PROCESS-ENTRIES DRIVES THE READ/SELECT/PRINT LOOP OVER
001969* THE WHOLE AUDIT LOG.
001970*----------------------------------------------------------------
001971 2000-PROCESS-ENTRIES.
001972     PERFORM 2100-PROCESS-ONE-ENTRY THRU 2100-EXIT
001973         UNTIL DL300-AUDIT-EOF.
001974 2000-EXIT.
001975     EXIT.
001976 2100-PROCESS-ONE-ENTRY.
001977     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
001978     IF DL300-AUDIT-EOF
001979         GO TO 2100-EXIT
001980     END-IF.
001981     ADD 1 TO DL300-ENTRIES-READ-CT.
001990     PERFORM 3000-MATCH-SELECTION THRU 3000-EXIT.
002000     IF DL300-SELECTED
002010         ADD 1 TO DL300-ENTRIES-SEL-CT
002020         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
002030     END-IF.
002040 2100-EXIT.
002041     EXIT.
002042*----------------------------------------------------------------
002043* 2800-START-AUDIT BEGINS A PASS OVER THE AUDIT ENTRIES: EVERY
002044* ARCHIVE PARTITION IN RANGE IN TURN, THEN THE CURRENT AUDIT
002045* LOG.  2900-READ-AUDIT RETURNS THE NEXT ENTRY, MOVING ON TO THE
002046* NEXT FILE AT THE END OF EACH, AND SETS END OF FILE AFTER THE
002047* LAST.  A CATALOGUED PARTITION THAT WILL NOT OPEN IS REPORTED
002048* AND PASSED OVER; NO CURRENT LOG IS SIMPLY NOTHING TO READ.
002049* A PARTITION IS READ ONLY AS FAR AS ITS SETTLED RECORDS: THE
002050* PENDING ONES AT ITS END ARE STILL IN THE CURRENT LOG, READ LAST.
002058*----------------------------------------------------------------
002059 2800-START-AUDIT.
002060     MOVE ZERO TO DL300-PART-IDX.
002061     MOVE "N" TO DL300-CURRENT-DONE-SW.
002062     MOVE "N" TO DL300-AUDIT-EOF-SW.
002063     PERFORM 2850-OPEN-NEXT-FILE THRU 2850-EXIT.
002064 2800-EXIT.
002065     EXIT.
002066 2850-OPEN-NEXT-FILE.
002067     IF DL300-PART-IDX < DL300-PART-CT
002068         ADD 1 TO DL300-PART-IDX
002069         MOVE DL300-PT-DD-NAME (DL300-PART-IDX) TO DL300-AUDIT-DD
002070     ELSE
002071         IF DL300-CURRENT-DONE
002072             SET DL300-AUDIT-EOF TO TRUE
002073             GO TO 2850-EXIT
002074         END-IF
002075         SET DL300-CURRENT-DONE TO TRUE
002076         MOVE "AUDITLOG" TO DL300-AUDIT-DD
002077     END-IF.
002078     OPEN INPUT AUDIT-LOG-FILE.
002079     IF DL300-AUDIT-STATUS NOT = "00"
002080         IF NOT DL300-CURRENT-DONE
002081             DISPLAY "DL300: ARCHIVE PARTITION " DL300-AUDIT-DD
002082                 " NOT AVAILABLE - STATUS " DL300-AUDIT-STATUS
002083         END-IF
002084         GO TO 2850-OPEN-NEXT-FILE
002085     END-IF.
002086     MOVE ZERO TO DL300-PART-READ-CT.
002087     SET DL300-AUDIT-OPEN TO TRUE.
002088 2850-EXIT.
002089     EXIT.
002090 2900-READ-AUDIT.
002091     IF NOT DL300-CURRENT-DONE
002092        AND DL300-PART-READ-CT
002093            NOT < DL300-PT-READ-LIMIT (DL300-PART-IDX)
002094         GO TO 2900-NEXT-FILE
002095     END-IF.
002096     READ AUDIT-LOG-FILE
002097         AT END
002098             GO TO 2900-NEXT-FILE
002099     END-READ.
002100     ADD 1 TO DL300-PART-READ-CT.
002101     GO TO 2900-EXIT.
002102 2900-NEXT-FILE.
002103     CLOSE AUDIT-LOG-FILE.
002104     MOVE "N" TO DL300-AUDIT-OPEN-SW.
002105     PERFORM 2850-OPEN-NEXT-FILE THRU 2850-EXIT.
002106     IF NOT DL300-AUDIT-EOF
002107         GO TO 2900-READ-AUDIT
002108     END-IF.
002109 2900-EXIT.
002110     EXIT.
002111*----------------------------------------------------------------
002112* 3000-MATCH-SELECTION TESTS THE CURRENT AUDIT ENTRY AGAINST
002113* EVERY CRITERION ON THE CARD.  A BLANK KEY OR FIELD CRITERION
002114* MATCHES EVERYTHING; THE TIMESTAMP AND PERIOD RANGES ARE
002115* INCLUSIVE.  A KEY CRITERION MATCHES THE SELECTED KEY OR ANY
002116* KEY LINKED TO IT.  AN ENTRY'S PERIOD IS THE ONE IT IS ARCHIVED
002117* UNDER - THE DATE IN ITS RUN ID, ELSE ITS TIMESTAMP.
002118*----------------------------------------------------------------
002119 3000-MATCH-SELECTION.
002120     SET DL300-SELECTED TO TRUE.
002130     IF DL300-SEL-KEY NOT = SPACES
002135         MOVE AUDIT-LOG-KEY TO DL300-LINK-PROBE
002140         PERFORM 1500-FIND-LINK THRU 1500-EXIT
002145         IF NOT DL300-LINK-FOUND
002150             MOVE "N" TO DL300-SELECTED-SW
002155             GO TO 3000-EXIT
002160         END-IF
002170     END-IF.
002180     IF DL300-SEL-FIELD-NAME NOT = SPACES
002190        AND AUDIT-LOG-FIELD-NAME NOT = DL300-SEL-FIELD-NAME
002230     IF AUDIT-LOG-TIMESTAMP < DL300-SEL-TS-FROM
002240        OR AUDIT-LOG-TIMESTAMP > DL300-SEL-TS-THRU
002250         MOVE "N" TO DL300-SELECTED-SW
002255         GO TO 3000-EXIT
002260     END-IF.
002261     IF AUDIT-LOG-RUN-ID (7:6) IS NUMERIC
002262         MOVE AUDIT-LOG-RUN-ID (7:6) TO DL300-ENTRY-PERIOD
002263     ELSE
002264         MOVE AUDIT-LOG-TIMESTAMP (1:6) TO DL300-ENTRY-PERIOD
002265     END-IF.
002266     IF DL300-ENTRY-PERIOD < DL300-SEL-PERIOD-FROM
002267        OR DL300-ENTRY-PERIOD > DL300-SEL-PERIOD-THRU
002268         MOVE "N" TO DL300-SELECTED-SW
002269     END-IF.
002270 3000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002570     MOVE ZERO TO DL300-LINE-CT.
002580 5500-EXIT.
002590     EXIT.
002591*----------------------------------------------------------------
002592* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
002593* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
002594* THERE IS NO CALENDAR).
002595*----------------------------------------------------------------
002596 8500-START-STEP.
002597     ACCEPT DL300-STEP-DATE-8 FROM DATE YYYYMMDD.
002598     MOVE DL300-STEP-DATE-8 TO DL300-STEP-BUS-DATE.
002599     OPEN INPUT RUN-CAL-FILE.
002600     IF DL300-RUN-CAL-STATUS = "00"
002601         READ RUN-CAL-FILE
002602             AT END
002603                 CONTINUE
002604             NOT AT END
002605                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
002606                    AND RUN-CAL-BUSINESS-DATE > ZERO
002607                     MOVE RUN-CAL-BUSINESS-DATE
002608                         TO DL300-STEP-BUS-DATE
002609                 END-IF
002610         END-READ
002611         CLOSE RUN-CAL-FILE
002612     END-IF.
002613     MOVE SPACES TO STEP-CTL-RECORD.
002614     MOVE "S" TO STEP-CTL-EVENT.
002615     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
002616         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
002617         STEP-CTL-COUNT-5.
002618     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
002619     SET DL300-STEP-STARTED TO TRUE.
002620 8500-EXIT.
002621     EXIT.
002622*----------------------------------------------------------------
002623* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
002624* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
002625* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
002626*----------------------------------------------------------------
002627 8550-WRITE-STEP-RECORD.
002628     MOVE DL300-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
002629     MOVE "DL300" TO STEP-CTL-JOB.
002630     ACCEPT DL300-STEP-DATE-8 FROM DATE YYYYMMDD.
002631     ACCEPT DL300-STEP-TIME-8 FROM TIME.
002632     MOVE DL300-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
002633     MOVE DL300-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
002634     OPEN EXTEND STEP-CTL-FILE.
002635     IF DL300-STEPCTL-STATUS = "35"
002636         OPEN OUTPUT STEP-CTL-FILE
002637     END-IF.
002638     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
002639     CLOSE STEP-CTL-FILE.
002640 8550-EXIT.
002641     EXIT.
002642*----------------------------------------------------------------
002643* 9000-TERMINATE PRINTS THE SELECTION CRITERIA AND THE RECORD
002644* COUNTS AT THE END OF THE REPORT, THEN CLOSES THE FILES.  AN
002645* EMPTY SELECTION STILL GETS A HEADING SO THE REPORT NEVER
002646* LOOKS LIKE A JOB THAT DID NOT RUN.
002650*----------------------------------------------------------------
002660 9000-TERMINATE.
002670     IF DL300-PAGE-CT = ZERO
002760     END-IF.
002770     MOVE DL300-RPT-CRIT-KEY-LINE TO AUDIT-RPT-LINE.
002780     WRITE AUDIT-RPT-LINE.
002781     IF DL300-LINK-CT > 1
002782         PERFORM 9100-PRINT-LINK-LINE THRU 9100-EXIT
002783             VARYING DL300-LINK-IDX FROM 2 BY 1
002784             UNTIL DL300-LINK-IDX > DL300-LINK-CT
002785     END-IF.
002790     IF DL300-SEL-FIELD-NAME = SPACES
002800         MOVE "(ALL)" TO DL300-CRIT-FIELD
002810     ELSE
002870     MOVE DL300-SEL-TS-THRU TO DL300-CRIT-TS-THRU.
002880     MOVE DL300-RPT-CRIT-TS-LINE TO AUDIT-RPT-LINE.
002890     WRITE AUDIT-RPT-LINE.
002891     MOVE DL300-SEL-PERIOD-FROM TO DL300-CRIT-PERIOD-FROM.
002892     MOVE DL300-SEL-PERIOD-THRU TO DL300-CRIT-PERIOD-THRU.
002893     MOVE DL300-RPT-CRIT-PERIOD-LINE TO AUDIT-RPT-LINE.
002894     WRITE AUDIT-RPT-LINE.
002895     IF DL300-ARCHIVE
002896         MOVE "ARCHIVE AND CURRENT AUDIT LOG" TO DL300-CRIT-SOURCE
002897     ELSE
002898         MOVE "CURRENT AUDIT LOG" TO DL300-CRIT-SOURCE
002899     END-IF.
002900     MOVE DL300-RPT-CRIT-SOURCE-LINE TO AUDIT-RPT-LINE.
002901     WRITE AUDIT-RPT-LINE.
002902     IF DL300-ARCHIVE
002903         MOVE DL300-PART-CT TO DL300-RPT-PARTS-CT
002904         MOVE DL300-RPT-PARTS-LINE TO AUDIT-RPT-LINE
002905         WRITE AUDIT-RPT-LINE
002906         MOVE DL300-PURGED-CT TO DL300-RPT-PURGED-CT
002907         MOVE DL300-RPT-PURGED-LINE TO AUDIT-RPT-LINE
002908         WRITE AUDIT-RPT-LINE
002909     END-IF.
002912     MOVE DL300-ENTRIES-READ-CT TO DL300-RPT-READ-CT.
002915     MOVE DL300-RPT-READ-LINE TO AUDIT-RPT-LINE.
002920     WRITE AUDIT-RPT-LINE.
002930     MOVE DL300-ENTRIES-SEL-CT TO DL300-RPT-SEL-CT.
002940     MOVE DL300-RPT-SEL-LINE TO AUDIT-RPT-LINE.
002950     WRITE AUDIT-RPT-LINE.
002960     DISPLAY "DL300 ENTRIES READ     = " DL300-ENTRIES-READ-CT.
002970     DISPLAY "DL300 ENTRIES SELECTED = " DL300-ENTRIES-SEL-CT.
002980     IF DL300-AUDIT-OPEN
002990         CLOSE AUDIT-LOG-FILE
003000     END-IF.
003010     CLOSE AUDIT-RPT-FILE.
003020 9000-EXIT.
003030     EXIT.
003031 9100-PRINT-LINK-LINE.
003032     MOVE DL300-LINK-KEY (DL300-LINK-IDX) TO DL300-CRIT-LINK-KEY.
003033     MOVE DL300-RPT-CRIT-LINK-LINE TO AUDIT-RPT-LINE.
003034     WRITE AUDIT-RPT-LINE.
003035 9100-EXIT.
003036     EXIT.
003037*----------------------------------------------------------------
003038* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
003039* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
003040* HERE, REFUSALS INCLUDED.
003041*----------------------------------------------------------------
003042 9900-END-STEP.
003043     IF NOT DL300-STEP-STARTED
003044         GO TO 9900-EXIT
003045     END-IF.
003046     MOVE SPACES TO STEP-CTL-RECORD.
003047     MOVE "E" TO STEP-CTL-EVENT.
003048     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
003049     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
003050         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
003051     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003052 9900-EXIT.
003053     EXIT.
003063 9999-EXIT.
003073     PERFORM 9900-END-STEP THRU 9900-EXIT.
003083     STOP RUN.
