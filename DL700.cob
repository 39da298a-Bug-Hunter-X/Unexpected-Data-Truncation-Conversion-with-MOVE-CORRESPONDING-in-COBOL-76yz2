000130*     LEGITIMATE CHANGE TO THE DBOUT MASTER WRITES AUDIT LOG    *
000140*     ENTRIES (DL100, DL150 AND DL200 ALL DO), SO THE AUDIT     *
000150*     TRAIL SHOULD FULLY EXPLAIN THE MASTER.  THIS JOB READS    *
000157*     THE AUDIT TRAIL, SORTS IT BY KEY AND TIME, THEN MATCHES   *
000164*     IT KEY BY KEY AGAINST THE MASTER READ IN KEY ORDER (SO    *
000171*     NO VOLUME OF TRAIL IS TOO BIG TO HOLD), AND REPORTS:      *
000180*       - EVERY MASTER KEY WITH NO AUDIT TRAIL AT ALL,          *
000190*       - EVERY MASTER KEY WHOSE LATEST AUDIT ENTRY SAYS THE    *
000200*         RECORD WAS DELETED,                                   *
000210*       - EVERY AUDITED KEY THAT IS MISSING FROM THE MASTER     *
000220*         WITHOUT A DELETED ENTRY TO EXPLAIN IT,                *
000223*       - EVERY MASTER KEY WHOSE LATEST AUDIT ENTRY SAYS IT     *
000226*         WAS RE-KEYED AWAY,                                    *
000230*     PLUS A SUMMARY TIE-OUT OF AUDIT ENTRIES BY RUN ID, SO     *
000240*     COMPLIANCE CAN BE SHOWN THE MASTER AND THE TRAIL AGREE.   *
000250*     ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 8.            *
000251*     WITHOUT A CONTROL CARD (VERCARD) THE TRAIL IS THE CURRENT *
000252*     AUDIT LOG.  AN "A" IN THE CARD'S SOURCE COLUMN MAKES IT   *
000253*     THE PERMANENT ARCHIVE PLUS THE CURRENT LOG, AND A DATE    *
000254*     AND/OR PERIOD RANGE ON THE CARD LIMITS IT (ONLY THE       *
000255*     PARTITIONS IN RANGE ARE OPENED).  A TRAIL THAT STOPS      *
000256*     SHORT OF TODAY IS NOT HELD AGAINST THE MASTER AT ALL; ONE *
000257*     THAT STARTS AFTER THE BEGINNING, OR HAS PURGED PARTITIONS *
000258*     IN IT, CANNOT SAY A MASTER KEY SHOULD HAVE A TRAIL, SO    *
000259*     UNTRAILED KEYS ARE COUNTED THEN, NOT REPORTED.            *
000260*                                                                *
000270* MODIFICATION HISTORY.                                         *
000280* DATE       INIT  DESCRIPTION                                  *
000290* ---------- ----  -----------------------------------------   *
000300* 2026-09-02  JL   INITIAL VERSION.                             *
000301* 2026-10-15  JL   RE-KEYS: A KEY WHOSE LATEST ENTRY IS          *
000302*                  "RE-KEYED TO" IS EXPLAINED OFF THE MASTER AND *
000303*                  LISTED WITH ITS NEW KEY (AN EXCEPTION IF      *
000304*                  STILL ON IT); THE NEW KEY'S "RE-KEYED FROM"   *
000305*                  ENTRY GIVES IT ITS TRAIL, SO A RENUMBERING NO *
000306*                  LONGER SHOWS AS A DELETE AND AN UNTRAILED     *
000307*                  ADD.                                          *
000308* 2026-10-15  JL   THE TRAIL IS SORTED BY KEY AND MATCHED        *
000309*                  AGAINST THE MASTER IN KEY ORDER INSTEAD OF    *
000310*                  HELD IN A 100,000-KEY TABLE, SO THE JOB NO    *
000311*                  LONGER STOPS ON A FULL TABLE. A VERCARD       *
000312*                  CONTROL CARD RUNS IT AGAINST THE ARCHIVE      *
000313*                  AND/OR A DATE OR PERIOD RANGE; A RANGE SHORT  *
000314*                  OF TODAY IS NOT COMPARED WITH THE MASTER, AND *
000315*                  ONE NOT FROM THE BEGINNING ONLY COUNTS        *
000316*                  UNTRAILED KEYS. RUN TABLE WIDENED TO 2000.    *
000317* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000318*                  RETURN CODE ON THE STEP CONTROL FILE          *
000319*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000320* 2026-10-15  JL   A "REJECT CLEARED" AUDIT ENTRY (DL200         *
000321*                  DROPPING A REJECT THE REGION RESENT) NO       *
000322*                  LONGER COUNTS AS A FIELD ENTRY - IT LEAVES    *
000323*                  THE KEY'S DELETED OR RE-KEYED STATE AS IT     *
000324*                  WAS.                                          *
000325* 2026-10-15  JL   AN ARCHIVE PARTITION IS READ ONLY AS FAR AS   *
000326*                  ITS SETTLED RECORDS, SO ENTRIES STILL PENDING *
000327*                  IN AUDITLOG ARE NOT COUNTED TWICE.            *
000328*                                                                *
000329*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DL700.
000350 AUTHOR. J. LOGAN.
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS DB-RECORD-KEY
000460         FILE STATUS IS DL700-MASTER-STATUS.
000470     SELECT AUDIT-LOG-FILE  ASSIGN USING DL700-AUDIT-DD
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DL700-AUDIT-STATUS.
000500     SELECT VERIFY-RPT-FILE ASSIGN TO "VERIFRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000511     SELECT VERIFY-CARD-FILE ASSIGN TO "VERCARD"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS DL700-CARD-STATUS.
000514     SELECT ARCH-CAT-FILE   ASSIGN TO "ARCHCAT"
000515         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS DL700-CAT-STATUS.
000517     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK01".
000518     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000519         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DL700-STEPCTL-STATUS.
000521     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS DL700-RUN-CAL-STATUS.
000526 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DB-OUT-FILE.
000550     COPY DBRECORD.
000570     COPY AUDITLOG.
000580 FD  VERIFY-RPT-FILE.
000590 01  VERIFY-RPT-LINE                 PIC X(132).
000591*    THE CONTROL CARD: "A" IN THE SOURCE COLUMN FOR THE ARCHIVE,
000592*    THEN AN OPTIONAL DATE RANGE (YYYYMMDD) AND PERIOD RANGE
000593*    (YYYYMM).  A BLANK OR ZERO BOUND IS AN OPEN END.
000594 FD  VERIFY-CARD-FILE.
000595 01  VERIFY-CARD-RECORD.
000596     05  VER-CARD-SOURCE             PIC X(01).
000597         88  VER-CARD-ARCHIVE        VALUE "A".
000598     05  VER-CARD-DATE-FROM          PIC X(08).
000599     05  VER-CARD-DATE-THRU          PIC X(08).
000600     05  VER-CARD-PERIOD-FROM        PIC X(06).
000601     05  VER-CARD-PERIOD-THRU        PIC X(06).
000602     05  FILLER                      PIC X(51).
000603 FD  ARCH-CAT-FILE.
000604     COPY ARCHCAT.
000605*    ONE SORT RECORD PER AUDIT ENTRY IN RANGE.  THE READ SEQUENCE
000606*    KEEPS ENTRIES WRITTEN IN THE SAME SECOND IN THE ORDER THEY
000607*    WERE LOGGED, SO A KEY'S LAST RECORD IS ALWAYS ITS LATEST.
000608 SD  SORT-WORK-FILE.
000609 01  SORT-WORK-RECORD.
000610     05  SW-KEY                      PIC X(10).
000611     05  SW-TIMESTAMP                PIC 9(14).
000612     05  SW-SEQ                      PIC 9(09).
000613     05  SW-FIELD-NAME               PIC X(20).
000614     05  SW-NEW-VALUE                PIC X(20).
000615 FD  STEP-CTL-FILE.
000616 01  STEP-CTL-FILE-RECORD            PIC X(80).
000617 FD  RUN-CAL-FILE.
000618     COPY RUNCAL.
000621 WORKING-STORAGE SECTION.
000624 77  DL700-MASTER-EOF-SW             PIC X(01) VALUE "N".
000627     88  DL700-MASTER-EOF            VALUE "Y".
000630 77  DL700-AUDIT-EOF-SW              PIC X(01) VALUE "N".
000640     88  DL700-AUDIT-EOF             VALUE "Y".
000650 77  DL700-MASTER-STATUS             PIC X(02) VALUE "00".
000660 77  DL700-AUDIT-STATUS              PIC X(02) VALUE "00".
000661 77  DL700-CARD-STATUS               PIC X(02) VALUE "00".
000662 77  DL700-CAT-STATUS                PIC X(02) VALUE "00".
000663 77  DL700-AUDIT-DD                  PIC X(10) VALUE "AUDITLOG".
000664 77  DL700-CURRENT-DONE-SW           PIC X(01) VALUE "N".
000665     88  DL700-CURRENT-DONE          VALUE "Y".
000666 77  DL700-CAT-EOF-SW                PIC X(01) VALUE "N".
000667     88  DL700-CAT-EOF               VALUE "Y".
000668 77  DL700-SORT-EOF-SW               PIC X(01) VALUE "N".
000669     88  DL700-SORT-EOF              VALUE "Y".
000670 77  DL700-ARCHIVE-SW                PIC X(01) VALUE "N".
000671     88  DL700-ARCHIVE               VALUE "Y".
000672*    MASTER CHECKED: THE TRAIL RUNS TO TODAY, SO IT IS HELD
000673*    AGAINST THE MASTER.  WHOLE TRAIL: IT ALSO RUNS FROM THE
000674*    BEGINNING WITH NOTHING PURGED, SO EVERY MASTER KEY MUST
000675*    HAVE ONE.
000676 77  DL700-MASTER-CHECK-SW           PIC X(01) VALUE "Y".
000677     88  DL700-MASTER-CHECKED        VALUE "Y".
000678 77  DL700-WHOLE-TRAIL-SW            PIC X(01) VALUE "Y".
000679     88  DL700-WHOLE-TRAIL           VALUE "Y".
000690 77  DL700-CLEAN-SW                  PIC X(01) VALUE "Y".
000700     88  DL700-CLEAN                 VALUE "Y".
000710 77  DL700-ENTRIES-READ-CT           PIC 9(09) VALUE ZERO COMP.
000730 77  DL700-NO-TRAIL-CT               PIC 9(09) VALUE ZERO COMP.
000740 77  DL700-DELETED-ON-MASTER-CT      PIC 9(09) VALUE ZERO COMP.
000750 77  DL700-MISSING-CT                PIC 9(09) VALUE ZERO COMP.
000753 77  DL700-REKEYED-CT                PIC 9(09) VALUE ZERO COMP.
000756 77  DL700-REKEYED-ON-MASTER-CT      PIC 9(09) VALUE ZERO COMP.
000759 77  DL700-KEYS-LOADED-CT            PIC 9(09) VALUE ZERO COMP.
000762 77  DL700-NO-TRAIL-IN-RANGE-CT      PIC 9(09) VALUE ZERO COMP.
000765 77  DL700-OUT-OF-RANGE-CT           PIC 9(09) VALUE ZERO COMP.
000768 77  DL700-ENTRY-SEQ                 PIC 9(09) VALUE ZERO COMP.
000771 77  DL700-RUN-CT                    PIC 9(04) VALUE ZERO COMP.
000774 77  DL700-RUN-IDX                   PIC 9(04) VALUE ZERO COMP.
000777 77  DL700-RUN-HIT-IDX               PIC 9(04) VALUE ZERO COMP.
000780 77  DL700-RUN-LAST-IDX              PIC 9(04) VALUE ZERO COMP.
000783 77  DL700-PART-CT                   PIC 9(04) VALUE ZERO COMP.
000786 77  DL700-PART-IDX                  PIC 9(04) VALUE ZERO COMP.
000787 77  DL700-PART-READ-CT              PIC 9(09) VALUE ZERO COMP.
000789 77  DL700-PURGED-CT                 PIC 9(04) VALUE ZERO COMP.
000792 77  DL700-SEL-TS-FROM               PIC 9(14) VALUE ZERO.
000795 77  DL700-SEL-TS-THRU               PIC 9(14)
000798     VALUE 99999999999999.
000801 77  DL700-SEL-PERIOD-FROM           PIC 9(06) VALUE ZERO.
000804 77  DL700-SEL-PERIOD-THRU           PIC 9(06) VALUE 999999.
000807 77  DL700-ENTRY-PERIOD              PIC 9(06) VALUE ZERO.
000810 77  DL700-MASTER-KEY                PIC X(10) VALUE SPACES.
000813 77  DL700-AUDIT-KEY                 PIC X(10) VALUE SPACES.
000830 77  DL700-PRINT-AREA                PIC X(132).
000840 77  DL700-LINE-CT                   PIC 9(03) VALUE 99 COMP.
000850 77  DL700-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
000860 77  DL700-CURR-DATE-8               PIC 9(08).
000861 77  DL700-STEPCTL-STATUS            PIC X(02) VALUE "00".
000862 77  DL700-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000863 77  DL700-STEP-STARTED-SW           PIC X(01) VALUE "N".
000864     88  DL700-STEP-STARTED          VALUE "Y".
000865 77  DL700-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000866 77  DL700-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000867 77  DL700-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000870*    THE STATE THE LATEST ENTRY OF THE KEY IN HAND LEFT IT IN.
000880*    THE DELETED SWITCH IS "Y" FOR A DELETE, "R" FOR A KEY
000890*    RE-KEYED AWAY (THE NEW KEY IS KEPT BESIDE IT), "N"
000900*    OTHERWISE.
000910 01  DL700-CURRENT-KEY-STATE.
000920     05  DL700-CK-DELETED-SW         PIC X(01).
000930     05  DL700-CK-NEW-KEY            PIC X(10).
000940*    ONE ENTRY PER DISTINCT RUN ID SEEN ON THE TRAIL, FOR THE
000950*    SUMMARY TIE-OUT.  AN OVERFLOW PAST 2000 RUNS FALLS INTO
000960*    THE LAST SLOT, AS THE DL400 PERIOD TABLE DOES.
001000 01  DL700-RUN-TABLE.
001010     05  DL700-RUN-ENTRY OCCURS 2000 TIMES.
001020         10  DL700-RT-RUN-ID         PIC X(14).
001030         10  DL700-RT-ENTRY-CT       PIC 9(09).
001032*    THE ARCHIVE PARTITIONS IN RANGE, IN PERIOD ORDER.  600 IS
001034*    FIFTY YEARS OF PERIODS.
001036 01  DL700-PART-TABLE.
001037     05  DL700-PART-ENTRY OCCURS 600 TIMES.
001038         10  DL700-PT-DD-NAME        PIC X(10).
001039         10  DL700-PT-READ-LIMIT     PIC 9(09) COMP.
001040 01  DL700-RPT-HEADING1.
001050     05  FILLER                      PIC X(40)
001060         VALUE "MASTER/AUDIT INTEGRITY VERIFICATION - DL".
001320     05  FILLER                      PIC X(44)
001330         VALUE "  AUDITED KEY MISSING WITHOUT DELETED ENTRY ".
001340     05  FILLER                      PIC X(61) VALUE SPACES.
001341 01  DL700-RPT-REKEY-ON-MST-LINE.
001342     05  FILLER                      PIC X(17)
001343         VALUE "RE-KEYED ON TRAIL".
001344     05  DL700-RM-KEY                PIC X(10).
001345     05  FILLER                      PIC X(44)
001346         VALUE "  ON MASTER BUT LATEST AUDIT ENTRY RE-KEYED ".
001347     05  FILLER                      PIC X(03) VALUE "TO ".
001348     05  DL700-RM-NEW-KEY            PIC X(10).
001349     05  FILLER                      PIC X(48) VALUE SPACES.
001350 01  DL700-RPT-REKEYED-LINE.
001351     05  FILLER                      PIC X(17)
001352         VALUE "RE-KEYED         ".
001353     05  DL700-RK-KEY                PIC X(10).
001354     05  FILLER                      PIC X(06) VALUE "  TO  ".
001355     05  DL700-RK-NEW-KEY            PIC X(10).
001356     05  FILLER                      PIC X(37)
001357         VALUE "  HISTORY CONTINUES UNDER THE NEW KEY".
001358     05  FILLER                      PIC X(52) VALUE SPACES.
001359 01  DL700-RPT-RUN-LINE.
001360     05  FILLER                      PIC X(07) VALUE "RUN ID ".
001370     05  DL700-RPT-RUN-ID            PIC X(14).
001380     05  FILLER                      PIC X(10)
001690         VALUE "KEYS NOT ON MASTER..".
001700     05  DL700-RPT-MISS-CT           PIC ZZZZZZZZ9.
001710     05  FILLER                      PIC X(103) VALUE SPACES.
001711 01  DL700-RPT-REKEYED-CT-LINE.
001712     05  FILLER                      PIC X(20)
001713         VALUE "KEYS RE-KEYED.......".
001714     05  DL700-RPT-REKEYED-CT        PIC ZZZZZZZZ9.
001715     05  FILLER                      PIC X(103) VALUE SPACES.
001716 01  DL700-RPT-REKMST-LINE.
001717     05  FILLER                      PIC X(20)
001718         VALUE "RE-KEYED BUT PRESENT".
001719     05  DL700-RPT-REKMST-CT         PIC ZZZZZZZZ9.
001720     05  FILLER                      PIC X(103) VALUE SPACES.
001721 01  DL700-RPT-INRANGE-LINE.
001722     05  FILLER                      PIC X(20)
001723         VALUE "NO TRAIL IN RANGE...".
001724     05  DL700-RPT-INRANGE-CT        PIC ZZZZZZZZ9.
001725     05  FILLER                      PIC X(103) VALUE SPACES.
001726 01  DL700-RPT-OUTRANGE-LINE.
001727     05  FILLER                      PIC X(20)
001728         VALUE "ENTRIES OUT OF RANGE".
001729     05  DL700-RPT-OUTRANGE-CT       PIC ZZZZZZZZ9.
001730     05  FILLER                      PIC X(103) VALUE SPACES.
001731 01  DL700-RPT-SOURCE-LINE.
001732     05  FILLER                      PIC X(20)
001733         VALUE "AUDIT SOURCE........".
001734     05  DL700-RPT-SOURCE            PIC X(30).
001735     05  FILLER                      PIC X(82) VALUE SPACES.
001736 01  DL700-RPT-RANGE-LINE.
001737     05  FILLER                      PIC X(20)
001738         VALUE "TIMESTAMP RANGE.....".
001739     05  DL700-RPT-TS-FROM           PIC 9(14).
001740     05  FILLER                      PIC X(04) VALUE " TO ".
001741     05  DL700-RPT-TS-THRU           PIC 9(14).
001742     05  FILLER                      PIC X(80) VALUE SPACES.
001743 01  DL700-RPT-PERIOD-LINE.
001744     05  FILLER                      PIC X(20)
001745         VALUE "PERIOD RANGE........".
001746     05  DL700-RPT-PERIOD-FROM       PIC 9(06).
001747     05  FILLER                      PIC X(04) VALUE " TO ".
001748     05  DL700-RPT-PERIOD-THRU       PIC 9(06).
001749     05  FILLER                      PIC X(96) VALUE SPACES.
001750 01  DL700-RPT-PARTS-LINE.
001751     05  FILLER                      PIC X(20)
001752         VALUE "PARTITIONS IN RANGE.".
001753     05  DL700-RPT-PARTS-CT          PIC ZZZZZZZZ9.
001754     05  FILLER                      PIC X(103) VALUE SPACES.
001755 01  DL700-RPT-PURGED-LINE.
001756     05  FILLER                      PIC X(20)
001757         VALUE "PARTITIONS PURGED...".
001758     05  DL700-RPT-PURGED-CT         PIC ZZZZZZZZ9.
001759     05  FILLER                      PIC X(103) VALUE SPACES.
001760 01  DL700-RPT-NO-MASTER-LINE        PIC X(132) VALUE
001761     "TRAIL ENDS BEFORE TODAY - NOT COMPARED WITH THE MASTER".
001762 01  DL700-RPT-PARTIAL-LINE          PIC X(132) VALUE
001763     "TRAIL IS NOT WHOLE - UNTRAILED MASTER KEYS COUNTED ONLY".
001764 01  DL700-RPT-CLEAN-LINE            PIC X(132) VALUE
001765     "MASTER AND AUDIT TRAIL AGREE".
001766 01  DL700-RPT-DIRTY-LINE            PIC X(132) VALUE
001767     "*** MASTER AND AUDIT TRAIL DO NOT AGREE ***".
001768*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001769     COPY STEPCTL.
001770 PROCEDURE DIVISION.
001771 0000-MAINLINE.
001775     PERFORM 8500-START-STEP THRU 8500-EXIT.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001788     SORT SORT-WORK-FILE
001796         ON ASCENDING KEY SW-KEY SW-TIMESTAMP SW-SEQ
001804         INPUT PROCEDURE IS 2000-LOAD-AUDIT-LOG THRU 2000-EXIT
001812         OUTPUT PROCEDURE IS 3000-VERIFY-MASTER THRU 3000-EXIT.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     GO TO 9999-EXIT.
001840*----------------------------------------------------------------
001846* 1000-INITIALIZE READS THE CONTROL CARD, FINDS THE ARCHIVE
001852* PARTITIONS IN RANGE, SETS HOW FAR THE TRAIL CAN BE TRUSTED AND
001858* OPENS THE FILES.  A MISSING AUDIT LOG OR AN EMPTY MASTER IS NOT
001864* AN ABEND - THE REPORT SAYS WHAT WAS AND WAS NOT THERE, WHICH IS
001870* EXACTLY WHAT THIS JOB EXISTS TO SHOW.
001880*----------------------------------------------------------------
001890 1000-INITIALIZE.
001900     ACCEPT DL700-CURR-DATE-8 FROM DATE YYYYMMDD.
001910     OPEN OUTPUT VERIFY-RPT-FILE.
001912     PERFORM 1100-READ-VERIFY-CARD THRU 1100-EXIT.
001914     IF DL700-ARCHIVE
001916         PERFORM 1700-LOAD-PARTITIONS THRU 1700-EXIT
001918     END-IF.
001920     IF DL700-SEL-TS-THRU NOT = 99999999999999
001922        OR DL700-SEL-PERIOD-THRU NOT = 999999
001924         MOVE "N" TO DL700-MASTER-CHECK-SW
001926     END-IF.
001928     IF DL700-SEL-TS-FROM NOT = ZERO
001930        OR DL700-SEL-PERIOD-FROM NOT = ZERO
001932        OR DL700-PURGED-CT > ZERO
001934         MOVE "N" TO DL700-WHOLE-TRAIL-SW
001936     END-IF.
001938     IF NOT DL700-MASTER-CHECKED
001940         SET DL700-MASTER-EOF TO TRUE
001942         GO TO 1000-EXIT
001944     END-IF.
001960     OPEN INPUT DB-OUT-FILE.
001970     IF DL700-MASTER-STATUS = "35"
001980         SET DL700-MASTER-EOF TO TRUE
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002011 1100-READ-VERIFY-CARD.
002012     OPEN INPUT VERIFY-CARD-FILE.
002013     IF DL700-CARD-STATUS NOT = "00"
002014         GO TO 1100-EXIT
002015     END-IF.
002016     READ VERIFY-CARD-FILE
002017         AT END
002018             GO TO 1100-CLOSE
002019     END-READ.
002020     IF VER-CARD-ARCHIVE
002021         SET DL700-ARCHIVE TO TRUE
002022     END-IF.
002023     IF VER-CARD-DATE-FROM IS NUMERIC
002024         MOVE VER-CARD-DATE-FROM TO DL700-SEL-TS-FROM (1:8)
002025         MOVE "000000" TO DL700-SEL-TS-FROM (9:6)
002026     END-IF.
002027     IF VER-CARD-DATE-THRU IS NUMERIC
002028        AND VER-CARD-DATE-THRU NOT = "00000000"
002029         MOVE VER-CARD-DATE-THRU TO DL700-SEL-TS-THRU (1:8)
002030         MOVE "235959" TO DL700-SEL-TS-THRU (9:6)
002031     END-IF.
002032     IF VER-CARD-PERIOD-FROM IS NUMERIC
002033         MOVE VER-CARD-PERIOD-FROM TO DL700-SEL-PERIOD-FROM
002034     END-IF.
002035     IF VER-CARD-PERIOD-THRU IS NUMERIC
002036        AND VER-CARD-PERIOD-THRU NOT = "000000"
002037         MOVE VER-CARD-PERIOD-THRU TO DL700-SEL-PERIOD-THRU
002038     END-IF.
002039 1100-CLOSE.
002040     CLOSE VERIFY-CARD-FILE.
002041 1100-EXIT.
002042     EXIT.
002043*----------------------------------------------------------------
002044* 1700-LOAD-PARTITIONS LISTS THE ARCHIVE AUDIT PARTITIONS THE
002045* CARD CAN REACH: ITS PERIOD WITHIN THE PERIOD RANGE AND ITS
002046* TIMESTAMPS OVERLAPPING THE DATE RANGE.  A PURGED ONE IN RANGE
002047* IS COUNTED - THE TRAIL IS NOT WHOLE WITHOUT IT.  NO CATALOG
002048* MEANS NOTHING HAS BEEN ARCHIVED YET.
002049*----------------------------------------------------------------
002050 1700-LOAD-PARTITIONS.
002051     OPEN INPUT ARCH-CAT-FILE.
002052     IF DL700-CAT-STATUS NOT = "00"
002053         DISPLAY "DL700: NO ARCHIVE CATALOG - STATUS "
002054             DL700-CAT-STATUS " - CURRENT AUDIT LOG ONLY"
002055         GO TO 1700-EXIT
002056     END-IF.
002057     PERFORM 1750-CHECK-ONE-PARTITION THRU 1750-EXIT
002058         UNTIL DL700-CAT-EOF.
002059     CLOSE ARCH-CAT-FILE.
002060 1700-EXIT.
002061     EXIT.
002062 1750-CHECK-ONE-PARTITION.
002063     READ ARCH-CAT-FILE
002064         AT END
002065             SET DL700-CAT-EOF TO TRUE
002066             GO TO 1750-EXIT
002067     END-READ.
002068     IF NOT ARCH-CAT-AUDIT
002069        OR ARCH-CAT-PERIOD < DL700-SEL-PERIOD-FROM
002070        OR ARCH-CAT-PERIOD > DL700-SEL-PERIOD-THRU
002071        OR ARCH-CAT-LAST-TS < DL700-SEL-TS-FROM
002072        OR ARCH-CAT-FIRST-TS > DL700-SEL-TS-THRU
002073         GO TO 1750-EXIT
002074     END-IF.
002075     IF ARCH-CAT-PURGED
002076         ADD 1 TO DL700-PURGED-CT
002077         GO TO 1750-EXIT
002078     END-IF.
002079     IF DL700-PART-CT NOT < 600
002080         DISPLAY "DL700: PARTITION TABLE FULL - "
002081             ARCH-CAT-DD-NAME " AND LATER NOT READ"
002082         MOVE "N" TO DL700-CLEAN-SW
002083         SET DL700-CAT-EOF TO TRUE
002084         GO TO 1750-EXIT
002085     END-IF.
002086     ADD 1 TO DL700-PART-CT.
002087     MOVE ARCH-CAT-DD-NAME TO DL700-PT-DD-NAME (DL700-PART-CT).
002088     MOVE ARCH-CAT-RECORD-COUNT
002089         TO DL700-PT-READ-LIMIT (DL700-PART-CT).
002090     IF ARCH-CAT-PENDING-CT IS NUMERIC
002091        AND ARCH-CAT-PENDING-CT NOT > ARCH-CAT-RECORD-COUNT
002092         SUBTRACT ARCH-CAT-PENDING-CT
002093             FROM DL700-PT-READ-LIMIT (DL700-PART-CT)
002094     END-IF.
002095 1750-EXIT.
002096     EXIT.
002097*----------------------------------------------------------------
002098* 2000-LOAD-AUDIT-LOG IS THE SORT'S INPUT: IT READS THE WHOLE
002099* TRAIL, COUNTS EACH ENTRY IN RANGE AGAINST ITS RUN ID, AND
002100* RELEASES IT TO THE SORT WITH ITS READ SEQUENCE.  AN ENTRY'S
002101* PERIOD IS THE ONE IT IS ARCHIVED UNDER - THE DATE IN ITS RUN
002102* ID, ELSE ITS TIMESTAMP.
002103*----------------------------------------------------------------
002104 2000-LOAD-AUDIT-LOG.
002105     PERFORM 2800-START-AUDIT THRU 2800-EXIT.
002106     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
002110         UNTIL DL700-AUDIT-EOF.
002150 2000-EXIT.
002160     EXIT.
002170 2100-LOAD-ONE-ENTRY.
002173     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
002176     IF DL700-AUDIT-EOF
002179         GO TO 2100-EXIT
002182     END-IF.
002185     IF AUDIT-LOG-RUN-ID (7:6) IS NUMERIC
002188         MOVE AUDIT-LOG-RUN-ID (7:6) TO DL700-ENTRY-PERIOD
002191     ELSE
002194         MOVE AUDIT-LOG-TIMESTAMP (1:6) TO DL700-ENTRY-PERIOD
002197     END-IF.
002200     IF AUDIT-LOG-TIMESTAMP < DL700-SEL-TS-FROM
002203        OR AUDIT-LOG-TIMESTAMP > DL700-SEL-TS-THRU
002206        OR DL700-ENTRY-PERIOD < DL700-SEL-PERIOD-FROM
002209        OR DL700-ENTRY-PERIOD > DL700-SEL-PERIOD-THRU
002212         ADD 1 TO DL700-OUT-OF-RANGE-CT
002215         GO TO 2100-EXIT
002218     END-IF.
002221     ADD 1 TO DL700-ENTRIES-READ-CT.
002240     PERFORM 2300-TALLY-RUN-ID THRU 2300-EXIT.
002250     ADD 1 TO DL700-ENTRY-SEQ.
002260     MOVE AUDIT-LOG-KEY        TO SW-KEY.
002270     MOVE AUDIT-LOG-TIMESTAMP  TO SW-TIMESTAMP.
002280     MOVE DL700-ENTRY-SEQ      TO SW-SEQ.
002290     MOVE AUDIT-LOG-FIELD-NAME TO SW-FIELD-NAME.
002300     MOVE AUDIT-LOG-NEW-VALUE  TO SW-NEW-VALUE.
002310     RELEASE SORT-WORK-RECORD.
002470 2100-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500* 2300-TALLY-RUN-ID LOCATES (OR ADDS) THE ENTRY'S RUN ID IN THE
002510* PER-RUN TALLY TABLE.  ENTRIES COME IN RUNS, SO THE LAST RUN
002520* HIT IS TRIED FIRST.  AN OVERFLOW PAST 2000 RUNS FALLS INTO
002710* THE LAST SLOT RATHER THAN ABENDING.
002720*----------------------------------------------------------------
002730 2300-TALLY-RUN-ID.
002740     MOVE ZERO TO DL700-RUN-HIT-IDX.
002741     IF DL700-RUN-LAST-IDX > ZERO
002742         IF DL700-RT-RUN-ID (DL700-RUN-LAST-IDX)
002743            = AUDIT-LOG-RUN-ID
002744             MOVE DL700-RUN-LAST-IDX TO DL700-RUN-HIT-IDX
002745         END-IF
002746     END-IF.
002750     IF DL700-RUN-CT > ZERO
002755        AND DL700-RUN-HIT-IDX = ZERO
002760         PERFORM 2350-CHECK-ONE-RUN THRU 2350-EXIT
002770             VARYING DL700-RUN-IDX FROM 1 BY 1
002780             UNTIL DL700-RUN-IDX > DL700-RUN-CT
002790                OR DL700-RUN-HIT-IDX > ZERO
002800     END-IF.
002810     IF DL700-RUN-HIT-IDX = ZERO
002820         IF DL700-RUN-CT < 2000
002830             ADD 1 TO DL700-RUN-CT
002840             MOVE DL700-RUN-CT TO DL700-RUN-HIT-IDX
002850             MOVE AUDIT-LOG-RUN-ID
002860                 TO DL700-RT-RUN-ID (DL700-RUN-HIT-IDX)
002870             MOVE ZERO TO DL700-RT-ENTRY-CT (DL700-RUN-HIT-IDX)
002880         ELSE
002890             MOVE 2000 TO DL700-RUN-HIT-IDX
002900         END-IF
002910     END-IF.
002920     ADD 1 TO DL700-RT-ENTRY-CT (DL700-RUN-HIT-IDX).
002925     MOVE DL700-RUN-HIT-IDX TO DL700-RUN-LAST-IDX.
002930 2300-EXIT.
002940     EXIT.
002950 2350-CHECK-ONE-RUN.
002970         MOVE DL700-RUN-IDX TO DL700-RUN-HIT-IDX
002980     END-IF.
002990 2350-EXIT.
002991     EXIT.
002992*----------------------------------------------------------------
002993* 2800-START-AUDIT OPENS THE FIRST FILE OF THE TRAIL: EVERY
002994* ARCHIVE PARTITION IN RANGE IN TURN, THEN THE CURRENT AUDIT
002995* LOG.  2900-READ-AUDIT RETURNS THE NEXT ENTRY, MOVING ON TO THE
002996* NEXT FILE AT THE END OF EACH, AND SETS END OF FILE AFTER THE
002997* LAST.  A CATALOGUED PARTITION THAT WILL NOT OPEN LEAVES A HOLE
002998* IN THE TRAIL, SO THE RUN CANNOT BE CALLED CLEAN; NO CURRENT
002999* LOG IS SIMPLY NOTHING TO READ.
003000* A PARTITION IS READ ONLY AS FAR AS ITS SETTLED RECORDS: THE
003001* PENDING ONES AT ITS END ARE STILL IN THE CURRENT LOG, READ LAST.
003009*----------------------------------------------------------------
003010 2800-START-AUDIT.
003011     MOVE ZERO TO DL700-PART-IDX.
003012     MOVE "N" TO DL700-CURRENT-DONE-SW.
003013     MOVE "N" TO DL700-AUDIT-EOF-SW.
003014     PERFORM 2850-OPEN-NEXT-FILE THRU 2850-EXIT.
003015 2800-EXIT.
003016     EXIT.
003017 2850-OPEN-NEXT-FILE.
003018     IF DL700-PART-IDX < DL700-PART-CT
003019         ADD 1 TO DL700-PART-IDX
003020         MOVE DL700-PT-DD-NAME (DL700-PART-IDX) TO DL700-AUDIT-DD
003021     ELSE
003022         IF DL700-CURRENT-DONE
003023             SET DL700-AUDIT-EOF TO TRUE
003024             GO TO 2850-EXIT
003025         END-IF
003026         SET DL700-CURRENT-DONE TO TRUE
003027         MOVE "AUDITLOG" TO DL700-AUDIT-DD
003028     END-IF.
003029     OPEN INPUT AUDIT-LOG-FILE.
003030     IF DL700-AUDIT-STATUS NOT = "00"
003031         IF NOT DL700-CURRENT-DONE
003032             DISPLAY "DL700: ARCHIVE PARTITION " DL700-AUDIT-DD
003033                 " NOT AVAILABLE - STATUS " DL700-AUDIT-STATUS
003034             MOVE "N" TO DL700-CLEAN-SW
003035         END-IF
003036         GO TO 2850-OPEN-NEXT-FILE
003037     END-IF.
003038     MOVE ZERO TO DL700-PART-READ-CT.
003039 2850-EXIT.
003040     EXIT.
003041 2900-READ-AUDIT.
003042     IF NOT DL700-CURRENT-DONE
003043        AND DL700-PART-READ-CT
003044            NOT < DL700-PT-READ-LIMIT (DL700-PART-IDX)
003045         GO TO 2900-NEXT-FILE
003046     END-IF.
003047     READ AUDIT-LOG-FILE
003048         AT END
003049             GO TO 2900-NEXT-FILE
003050     END-READ.
003051     ADD 1 TO DL700-PART-READ-CT.
003052     GO TO 2900-EXIT.
003053 2900-NEXT-FILE.
003054     CLOSE AUDIT-LOG-FILE.
003055     PERFORM 2850-OPEN-NEXT-FILE THRU 2850-EXIT.
003056     IF NOT DL700-AUDIT-EOF
003057         GO TO 2900-READ-AUDIT
003058     END-IF.
003059 2900-EXIT.
003060     EXIT.
003061*----------------------------------------------------------------
003062* 3000-VERIFY-MASTER IS THE SORT'S OUTPUT: IT MATCHES THE SORTED
003063* TRAIL, ONE KEY AT A TIME, AGAINST THE MASTER READ IN KEY
003064* ORDER.  A MASTER KEY WITH NO TRAIL GOT ONTO THE MASTER WITHOUT
003065* ONE (AN OUT-OF-BAND EDIT OR A CLOBBERED LOG); A TRAILED KEY
003066* ON THE MASTER IS CHECKED AGAINST ITS LATEST STATE; A TRAILED
003067* KEY NOT ON THE MASTER MUST HAVE BEEN DELETED OR RE-KEYED.
003068* WHEN THE MASTER IS NOT CHECKED THE KEYS ARE ONLY COUNTED.
003070*----------------------------------------------------------------
003080 3000-VERIFY-MASTER.
003084     PERFORM 3300-RETURN-SORTED THRU 3300-EXIT.
003088     PERFORM 3200-NEXT-AUDIT-KEY THRU 3200-EXIT.
003092     PERFORM 3400-READ-MASTER THRU 3400-EXIT.
003096     PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
003100         UNTIL DL700-MASTER-KEY = HIGH-VALUES
003104           AND DL700-AUDIT-KEY = HIGH-VALUES.
003108     IF DL700-MASTER-CHECKED
003112        AND DL700-MASTER-STATUS NOT = "35"
003120         CLOSE DB-OUT-FILE
003130     END-IF.
003140 3000-EXIT.
003150     EXIT.
003151 3100-MATCH-ONE-KEY.
003152     IF DL700-MASTER-KEY < DL700-AUDIT-KEY
003153         PERFORM 3500-NO-TRAIL THRU 3500-EXIT
003154         PERFORM 3400-READ-MASTER THRU 3400-EXIT
003155         GO TO 3100-EXIT
003156     END-IF.
003157     IF DL700-AUDIT-KEY < DL700-MASTER-KEY
003158         PERFORM 4100-CHECK-ONE-AUDIT-KEY THRU 4100-EXIT
003159         PERFORM 3200-NEXT-AUDIT-KEY THRU 3200-EXIT
003160         GO TO 3100-EXIT
003161     END-IF.
003162     PERFORM 3600-CHECK-ONE-RECORD THRU 3600-EXIT.
003163     PERFORM 3400-READ-MASTER THRU 3400-EXIT.
003164     PERFORM 3200-NEXT-AUDIT-KEY THRU 3200-EXIT.
003165 3100-EXIT.
003166     EXIT.
003167*----------------------------------------------------------------
003168* 3200-NEXT-AUDIT-KEY TAKES THE NEXT KEY'S ENTRIES OFF THE SORT,
003169* LEAVING ITS LATEST STATE: A DELETED ENTRY SETS THE DELETED
003170* FLAG, ANY LATER FIELD ENTRY (A REPAIR RE-ADD) CLEARS IT AGAIN.
003171* A "RE-KEYED TO" ENTRY MARKS THE KEY AS RE-KEYED AWAY AND KEEPS
003172* ITS NEW KEY; THE NEW KEY'S OWN "RE-KEYED FROM" ENTRY IS AN
003173* ORDINARY ENTRY THAT GIVES IT ITS TRAIL.  A "REJECT CLEARED"
003174* ENTRY CHANGES NOTHING.
003175*----------------------------------------------------------------
003176 3200-NEXT-AUDIT-KEY.
003177     IF DL700-SORT-EOF
003178         MOVE HIGH-VALUES TO DL700-AUDIT-KEY
003179         GO TO 3200-EXIT
003180     END-IF.
003181     MOVE SW-KEY TO DL700-AUDIT-KEY.
003182     MOVE "N"    TO DL700-CK-DELETED-SW.
003183     MOVE SPACES TO DL700-CK-NEW-KEY.
003184     ADD 1 TO DL700-KEYS-LOADED-CT.
003185     PERFORM 3250-APPLY-ONE-ENTRY THRU 3250-EXIT
003186         UNTIL DL700-SORT-EOF
003187            OR SW-KEY NOT = DL700-AUDIT-KEY.
003188 3200-EXIT.
003189     EXIT.
003190 3250-APPLY-ONE-ENTRY.
003191*    A "REJECT CLEARED" ENTRY RECORDS A REJECT DL200 DROPPED
003192*    BECAUSE THE REGION'S RESEND POSTED - THE RESEND CARRIES ITS
003193*    OWN ENTRIES, SO IT LEAVES THE KEY'S STATE AS IT WAS.
003194     IF SW-FIELD-NAME = "REJECT CLEARED"
003195         GO TO 3250-NEXT
003196     END-IF.
003197     IF SW-FIELD-NAME = "RECORD"
003198        AND SW-NEW-VALUE = "DELETED"
003199         MOVE "Y" TO DL700-CK-DELETED-SW
003200     ELSE
003201         IF SW-FIELD-NAME = "RE-KEYED TO"
003202             MOVE "R" TO DL700-CK-DELETED-SW
003203             MOVE SW-NEW-VALUE TO DL700-CK-NEW-KEY
003204         ELSE
003205             MOVE "N" TO DL700-CK-DELETED-SW
003206         END-IF
003207     END-IF.
003208 3250-NEXT.
003209     PERFORM 3300-RETURN-SORTED THRU 3300-EXIT.
003210 3250-EXIT.
003211     EXIT.
003212 3300-RETURN-SORTED.
003213     RETURN SORT-WORK-FILE
003214         AT END
003215             SET DL700-SORT-EOF TO TRUE
003216     END-RETURN.
003217 3300-EXIT.
003218     EXIT.
003219 3400-READ-MASTER.
003220     IF DL700-MASTER-EOF
003221         MOVE HIGH-VALUES TO DL700-MASTER-KEY
003222         GO TO 3400-EXIT
003223     END-IF.
003224     READ DB-OUT-FILE
003225         AT END
003226             SET DL700-MASTER-EOF TO TRUE
003227             MOVE HIGH-VALUES TO DL700-MASTER-KEY
003228             GO TO 3400-EXIT
003229     END-READ.
003230     ADD 1 TO DL700-MASTER-READ-CT.
003231     MOVE DB-RECORD-KEY TO DL700-MASTER-KEY.
003232 3400-EXIT.
003233     EXIT.
003236*----------------------------------------------------------------
003240* 3500-NO-TRAIL HANDLES A MASTER KEY WITH NO ENTRY ON THE TRAIL.
003244* ONLY A WHOLE TRAIL CAN SAY IT SHOULD HAVE HAD ONE; OTHERWISE
003248* IT IS COUNTED AS UNTOUCHED IN THE RANGE.
003252*----------------------------------------------------------------
003256 3500-NO-TRAIL.
003260     IF NOT DL700-WHOLE-TRAIL
003264         ADD 1 TO DL700-NO-TRAIL-IN-RANGE-CT
003268         GO TO 3500-EXIT
003272     END-IF.
003276     ADD 1 TO DL700-NO-TRAIL-CT.
003280     MOVE "N" TO DL700-CLEAN-SW.
003284     MOVE DL700-MASTER-KEY TO DL700-NT-KEY.
003288     MOVE DL700-RPT-NO-TRAIL-LINE TO DL700-PRINT-AREA.
003292     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003296 3500-EXIT.
003300     EXIT.
003304*----------------------------------------------------------------
003308* 3600-CHECK-ONE-RECORD CHECKS A TRAILED KEY THAT IS ON THE
003312* MASTER: A LATEST-STATE-DELETED ENTRY MEANS THE TRAIL SAYS THE
003316* KEY SHOULD BE GONE, AS DOES ONE WHOSE LATEST ENTRY SAYS IT WAS
003320* RE-KEYED AWAY.
003324*----------------------------------------------------------------
003328 3600-CHECK-ONE-RECORD.
003332     IF DL700-CK-DELETED-SW = "Y"
003350         ADD 1 TO DL700-DELETED-ON-MASTER-CT
003360         MOVE "N" TO DL700-CLEAN-SW
003370         MOVE DL700-MASTER-KEY TO DL700-DM-KEY
003380         MOVE DL700-RPT-DEL-ON-MST-LINE TO DL700-PRINT-AREA
003390         PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT
003400     END-IF.
003401     IF DL700-CK-DELETED-SW = "R"
003402         ADD 1 TO DL700-REKEYED-ON-MASTER-CT
003403         MOVE "N" TO DL700-CLEAN-SW
003404         MOVE DL700-MASTER-KEY TO DL700-RM-KEY
003405         MOVE DL700-CK-NEW-KEY TO DL700-RM-NEW-KEY
003407         MOVE DL700-RPT-REKEY-ON-MST-LINE TO DL700-PRINT-AREA
003408         PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT
003409     END-IF.
003414 3600-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 4100-CHECK-ONE-AUDIT-KEY HANDLES A TRAILED KEY THAT IS NOT ON
003450* THE MASTER.  WITH NO DELETED ENTRY THE TRAIL SAYS IT SHOULD
003460* STILL BE THERE.  A KEY RE-KEYED AWAY IS EXPLAINED, NOT AN
003470* EXCEPTION - IT IS LISTED WITH ITS NEW KEY SO THE RENUMBERING
003475* SHOWS ON THE REPORT.
003480*----------------------------------------------------------------
003580 4100-CHECK-ONE-AUDIT-KEY.
003586     IF NOT DL700-MASTER-CHECKED
003592         GO TO 4100-EXIT
003598     END-IF.
003604     IF DL700-CK-DELETED-SW = "N"
003610         ADD 1 TO DL700-MISSING-CT
003620         MOVE "N" TO DL700-CLEAN-SW
003630         MOVE DL700-AUDIT-KEY TO DL700-MS-KEY
003640         MOVE DL700-RPT-MISSING-LINE TO DL700-PRINT-AREA
003650         PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT
003660     END-IF.
003661     IF DL700-CK-DELETED-SW = "R"
003663         ADD 1 TO DL700-REKEYED-CT
003664         MOVE DL700-AUDIT-KEY TO DL700-RK-KEY
003665         MOVE DL700-CK-NEW-KEY TO DL700-RK-NEW-KEY
003666         MOVE DL700-RPT-REKEYED-LINE TO DL700-PRINT-AREA
003667         PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT
003668     END-IF.
003670 4100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003910     MOVE ZERO TO DL700-LINE-CT.
003920 5500-EXIT.
003930     EXIT.
003931*----------------------------------------------------------------
003932* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
003933* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
003934* THERE IS NO CALENDAR).
003935*----------------------------------------------------------------
003936 8500-START-STEP.
003937     ACCEPT DL700-STEP-DATE-8 FROM DATE YYYYMMDD.
003938     MOVE DL700-STEP-DATE-8 TO DL700-STEP-BUS-DATE.
003939     OPEN INPUT RUN-CAL-FILE.
003940     IF DL700-RUN-CAL-STATUS = "00"
003941         READ RUN-CAL-FILE
003942             AT END
003943                 CONTINUE
003944             NOT AT END
003945                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
003946                    AND RUN-CAL-BUSINESS-DATE > ZERO
003947                     MOVE RUN-CAL-BUSINESS-DATE
003948                         TO DL700-STEP-BUS-DATE
003949                 END-IF
003950         END-READ
003951         CLOSE RUN-CAL-FILE
003952     END-IF.
003953     MOVE SPACES TO STEP-CTL-RECORD.
003954     MOVE "S" TO STEP-CTL-EVENT.
003955     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
003956         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
003957         STEP-CTL-COUNT-5.
003958     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003959     SET DL700-STEP-STARTED TO TRUE.
003960 8500-EXIT.
003961     EXIT.
003962*----------------------------------------------------------------
003963* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
003964* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
003965* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
003966*----------------------------------------------------------------
003967 8550-WRITE-STEP-RECORD.
003968     MOVE DL700-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
003969     MOVE "DL700" TO STEP-CTL-JOB.
003970     ACCEPT DL700-STEP-DATE-8 FROM DATE YYYYMMDD.
003971     ACCEPT DL700-STEP-TIME-8 FROM TIME.
003972     MOVE DL700-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
003973     MOVE DL700-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
003974     OPEN EXTEND STEP-CTL-FILE.
003975     IF DL700-STEPCTL-STATUS = "35"
003976         OPEN OUTPUT STEP-CTL-FILE
003977     END-IF.
003978     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
003979     CLOSE STEP-CTL-FILE.
003980 8550-EXIT.
003981     EXIT.
003982*----------------------------------------------------------------
003983* 9000-TERMINATE PRINTS THE PER-RUN-ID TIE-OUT, THE COUNTS AND
003984* THE AGREE/DISAGREE VERDICT, SETS THE RETURN CODE AND CLOSES
003985* THE REPORT, WITH THE TRAIL'S SOURCE AND RANGE AND WHAT THE
003986* RANGE LEFT UNCHECKED.  ANY EXCEPTION, OR A HOLE IN THE TRAIL,
003987* MEANS THE RUN CANNOT VOUCH FOR THE MASTER.
003990*----------------------------------------------------------------
004000 9000-TERMINATE.
004010     IF DL700-PAGE-CT = ZERO
004100     END-IF.
004110     MOVE SPACES TO VERIFY-RPT-LINE.
004120     WRITE VERIFY-RPT-LINE.
004121     IF DL700-ARCHIVE
004122         MOVE "ARCHIVE AND CURRENT AUDIT LOG" TO DL700-RPT-SOURCE
004123     ELSE
004124         MOVE "CURRENT AUDIT LOG" TO DL700-RPT-SOURCE
004125     END-IF.
004126     MOVE DL700-RPT-SOURCE-LINE TO VERIFY-RPT-LINE.
004127     WRITE VERIFY-RPT-LINE.
004128     MOVE DL700-SEL-TS-FROM TO DL700-RPT-TS-FROM.
004129     MOVE DL700-SEL-TS-THRU TO DL700-RPT-TS-THRU.
004130     MOVE DL700-RPT-RANGE-LINE TO VERIFY-RPT-LINE.
004131     WRITE VERIFY-RPT-LINE.
004132     MOVE DL700-SEL-PERIOD-FROM TO DL700-RPT-PERIOD-FROM.
004133     MOVE DL700-SEL-PERIOD-THRU TO DL700-RPT-PERIOD-THRU.
004134     MOVE DL700-RPT-PERIOD-LINE TO VERIFY-RPT-LINE.
004135     WRITE VERIFY-RPT-LINE.
004136     IF DL700-ARCHIVE
004137         MOVE DL700-PART-CT TO DL700-RPT-PARTS-CT
004138         MOVE DL700-RPT-PARTS-LINE TO VERIFY-RPT-LINE
004139         WRITE VERIFY-RPT-LINE
004140         MOVE DL700-PURGED-CT TO DL700-RPT-PURGED-CT
004141         MOVE DL700-RPT-PURGED-LINE TO VERIFY-RPT-LINE
004142         WRITE VERIFY-RPT-LINE
004143     END-IF.
004144     IF NOT DL700-MASTER-CHECKED
004145         MOVE DL700-RPT-NO-MASTER-LINE TO VERIFY-RPT-LINE
004146         WRITE VERIFY-RPT-LINE
004147     ELSE
004148         IF NOT DL700-WHOLE-TRAIL
004149             MOVE DL700-RPT-PARTIAL-LINE TO VERIFY-RPT-LINE
004150             WRITE VERIFY-RPT-LINE
004151         END-IF
004152     END-IF.
004153     MOVE SPACES TO VERIFY-RPT-LINE.
004154     WRITE VERIFY-RPT-LINE.
004155     MOVE DL700-MASTER-READ-CT TO DL700-RPT-MREAD-CT.
004156     MOVE DL700-RPT-MREAD-LINE TO VERIFY-RPT-LINE.
004157     WRITE VERIFY-RPT-LINE.
004160     MOVE DL700-ENTRIES-READ-CT TO DL700-RPT-AREAD-CT.
004170     MOVE DL700-RPT-AREAD-LINE TO VERIFY-RPT-LINE.
004180     WRITE VERIFY-RPT-LINE.
004182     MOVE DL700-OUT-OF-RANGE-CT TO DL700-RPT-OUTRANGE-CT.
004184     MOVE DL700-RPT-OUTRANGE-LINE TO VERIFY-RPT-LINE.
004186     WRITE VERIFY-RPT-LINE.
004190     MOVE DL700-KEYS-LOADED-CT TO DL700-RPT-AKEYS-CT.
004200     MOVE DL700-RPT-AKEYS-LINE TO VERIFY-RPT-LINE.
004210     WRITE VERIFY-RPT-LINE.
004220     MOVE DL700-NO-TRAIL-CT TO DL700-RPT-NOTRL-CT.
004230     MOVE DL700-RPT-NOTRL-LINE TO VERIFY-RPT-LINE.
004240     WRITE VERIFY-RPT-LINE.
004241     IF NOT DL700-WHOLE-TRAIL
004242         MOVE DL700-NO-TRAIL-IN-RANGE-CT TO DL700-RPT-INRANGE-CT
004243         MOVE DL700-RPT-INRANGE-LINE TO VERIFY-RPT-LINE
004244         WRITE VERIFY-RPT-LINE
004245     END-IF.
004250     MOVE DL700-DELETED-ON-MASTER-CT TO DL700-RPT-DELMST-CT.
004260     MOVE DL700-RPT-DELMST-LINE TO VERIFY-RPT-LINE.
004270     WRITE VERIFY-RPT-LINE.
004280     MOVE DL700-MISSING-CT TO DL700-RPT-MISS-CT.
004290     MOVE DL700-RPT-MISS-LINE TO VERIFY-RPT-LINE.
004300     WRITE VERIFY-RPT-LINE.
004301     MOVE DL700-REKEYED-ON-MASTER-CT TO DL700-RPT-REKMST-CT.
004302     MOVE DL700-RPT-REKMST-LINE TO VERIFY-RPT-LINE.
004303     WRITE VERIFY-RPT-LINE.
004304     MOVE DL700-REKEYED-CT TO DL700-RPT-REKEYED-CT.
004305     MOVE DL700-RPT-REKEYED-CT-LINE TO VERIFY-RPT-LINE.
004306     WRITE VERIFY-RPT-LINE.
004310     IF DL700-CLEAN
004320         MOVE DL700-RPT-CLEAN-LINE TO VERIFY-RPT-LINE
004330     ELSE
004350         MOVE 8 TO RETURN-CODE
004360     END-IF.
004370     WRITE VERIFY-RPT-LINE.
004420     DISPLAY "DL700 MASTER READ    = " DL700-MASTER-READ-CT.
004430     DISPLAY "DL700 AUDIT ENTRIES  = " DL700-ENTRIES-READ-CT.
004440     DISPLAY "DL700 NO TRAIL       = " DL700-NO-TRAIL-CT.
004445     DISPLAY "DL700 NO TRAIL RANGE = " DL700-NO-TRAIL-IN-RANGE-CT.
004450     DISPLAY "DL700 DELETED ON MST = " DL700-DELETED-ON-MASTER-CT.
004460     DISPLAY "DL700 NOT ON MASTER  = " DL700-MISSING-CT.
004463     DISPLAY "DL700 RE-KEYED ON MST= " DL700-REKEYED-ON-MASTER-CT.
004466     DISPLAY "DL700 KEYS RE-KEYED  = " DL700-REKEYED-CT.
004470     CLOSE VERIFY-RPT-FILE.
004480 9000-EXIT.
004490     EXIT.
004550     WRITE VERIFY-RPT-LINE.
004560 9100-EXIT.
004570     EXIT.
004571*----------------------------------------------------------------
004572* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
004573* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
004574* HERE, REFUSALS INCLUDED.
004575*----------------------------------------------------------------
004576 9900-END-STEP.
004577     IF NOT DL700-STEP-STARTED
004578         GO TO 9900-EXIT
004579     END-IF.
004580     MOVE SPACES TO STEP-CTL-RECORD.
004581     MOVE "E" TO STEP-CTL-EVENT.
004582     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
004583     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
004584         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
004585     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
004586 9900-EXIT.
004587     EXIT.
004588 9999-EXIT.
004589     PERFORM 9900-END-STEP THRU 9900-EXIT.
004590     STOP RUN.
