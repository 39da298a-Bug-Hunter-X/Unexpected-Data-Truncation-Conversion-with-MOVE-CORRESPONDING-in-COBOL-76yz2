000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL750.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     ARCHIVE RETENTION AND PURGE.  DL110 APPENDS EVERY NIGHT'S *
000130*     AUDIT LOG AND JOURNAL TO THE PERMANENT ARCHIVE, ONE       *
000140*     PARTITION PER TYPE AND PERIOD, CATALOGUED ON ARCHCAT.     *
000150*     NOTHING EVER LEAVES IT EXCEPT THROUGH THIS JOB, WHICH     *
000160*     TAKES A RETENTION CARD (RETNCARD: AUDIT RETENTION IN      *
000170*     PERIODS IN COLS 1-3, JOURNAL RETENTION IN COLS 4-6 -      *
000180*     BLANK MEANS THE SAME AS AUDIT - AND THE OPERATOR'S ID IN  *
000190*     COLS 7-14) AND KEEPS THE CALENDAR'S CURRENT PERIOD AND    *
000200*     THAT MANY PERIODS BEFORE IT.  AN OLDER PARTITION IS       *
000210*     PURGED ONLY IF:                                           *
000220*       - ITS PERIOD HAS BEEN CLOSED BY DL800 (AN OPEN PERIOD'S *
000230*         JOURNAL IS STILL NEEDED FOR ITS ROLL-FORWARD, SO IT   *
000240*         IS LISTED AS PROTECTED WHATEVER THE CARD SAYS),       *
000250*       - ITS RECORD COUNT, READ BACK, MATCHES THE CATALOG -    *
000260*         A PARTITION THAT DOES NOT PROVE IS LEFT ALONE AND     *
000270*         THE JOB ENDS WITH RETURN-CODE 8.                      *
000280*     THE CATALOG IS REWRITTEN WITH THE PARTITIONS MARKED       *
000290*     PURGED (DATE AND RUN ID, THE COUNTS AND TIMESTAMPS KEPT)  *
000300*     BEFORE ANY IS EMPTIED, SO A FAILURE CAN LEAVE DATA BEHIND *
000310*     BUT NEVER REMOVE IT UNRECORDED.  THE PURGE CERTIFICATE    *
000320*     (PURGCERT) SHOWS THE TERMS, EVERY PARTITION REMOVED WITH  *
000330*     ITS RECORD COUNT AND TIMESTAMP RANGE, EVERY ONE PROTECTED *
000340*     OR NOT PROVED, AND THE TOTALS, SIGNED BY THE OPERATOR.    *
000350*     A MISSING OR INCOMPLETE CARD, NO CALENDAR, OR A CATALOG   *
000360*     THAT CANNOT BE READ OR REWRITTEN PURGES NOTHING AND ENDS  *
000370*     WITH RETURN-CODE 16.                                      *
000380*                                                                *
000390* MODIFICATION HISTORY.                                         *
000400* DATE       INIT  DESCRIPTION                                  *
000410* ---------- ----  -----------------------------------------   *
000420* 2026-10-15  JL   INITIAL VERSION.                             *
000422* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000424*                  RETURN CODE ON THE STEP CONTROL FILE          *
000426*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000428* 2026-10-15  JL   A CATALOG WRITE THAT FAILS PART WAY NOW STOPS *
000430*                  THE REWRITE AND REFUSES THE RUN BEFORE ANY    *
000432*                  PARTITION IS EMPTIED. A PARTITION READ ERROR  *
000434*                  IS NO LONGER LOST WHEN THE PARTITION IS       *
000436*                  CLOSED.                                       *
000438*                                                                *
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DL750.
000470 AUTHOR. J. LOGAN.
000480 INSTALLATION. DATA CONVERSION UNIT.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RETN-CARD-FILE  ASSIGN TO "RETNCARD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DL750-CARD-STATUS.
000570     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DL750-RUN-CAL-STATUS.
000600     SELECT ARCH-CAT-FILE   ASSIGN TO "ARCHCAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL750-CAT-STATUS.
000630     SELECT ARCH-PART-FILE  ASSIGN USING DL750-ARCH-DD
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL750-ARCH-STATUS.
000660     SELECT PURGE-CERT-FILE ASSIGN TO "PURGCERT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000672     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS DL750-STEPCTL-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RETN-CARD-FILE.
000710 01  RETN-CARD-RECORD.
000720     05  RETN-CARD-AUDIT-PERIODS     PIC X(03).
000730     05  RETN-CARD-JRNL-PERIODS      PIC X(03).
000740     05  RETN-CARD-OPERATOR          PIC X(08).
000750     05  FILLER                      PIC X(66).
000760 FD  RUN-CAL-FILE.
000770     COPY RUNCAL.
000780 FD  ARCH-CAT-FILE.
000790     COPY ARCHCAT.
000800*    AN AUDIT PARTITION HOLDS 98-BYTE AUDIT-LOG-RECORDS AND A
000810*    JOURNAL PARTITION 221-BYTE DB-JOURNAL-RECORDS; THEY ARE ONLY
000820*    COUNTED HERE, SO ONE RECORD AREA SERVES BOTH.
000830 FD  ARCH-PART-FILE.
000840 01  ARCH-PART-RECORD                PIC X(221).
000850 FD  PURGE-CERT-FILE.
000860 01  PURGE-CERT-LINE                 PIC X(132).
000863 FD  STEP-CTL-FILE.
000866 01  STEP-CTL-FILE-RECORD            PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 77  DL750-CARD-STATUS               PIC X(02) VALUE "00".
000890 77  DL750-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000900 77  DL750-CAT-STATUS                PIC X(02) VALUE "00".
000910 77  DL750-ARCH-STATUS               PIC X(02) VALUE "00".
000915 77  DL750-PART-READ-STATUS          PIC X(02) VALUE "00".
000920 77  DL750-ARCH-DD                   PIC X(10) VALUE SPACES.
000930 77  DL750-CAT-EOF-SW                PIC X(01) VALUE "N".
000940     88  DL750-CAT-EOF               VALUE "Y".
000950 77  DL750-PART-EOF-SW               PIC X(01) VALUE "N".
000960     88  DL750-PART-EOF              VALUE "Y".
000970 77  DL750-CAT-FAIL-SW               PIC X(01) VALUE "N".
000980     88  DL750-CAT-FAILED            VALUE "Y".
000990 77  DL750-CURR-DATE-8               PIC 9(08).
001000 77  DL750-RUN-ID                    PIC X(14) VALUE SPACES.
001010 77  DL750-OPERATOR                  PIC X(08) VALUE SPACES.
001020 77  DL750-AUDIT-PERIODS             PIC 9(03) VALUE ZERO.
001030 77  DL750-JRNL-PERIODS              PIC 9(03) VALUE ZERO.
001031 77  DL750-STEPCTL-STATUS            PIC X(02) VALUE "00".
001032 77  DL750-STEP-STARTED-SW           PIC X(01) VALUE "N".
001033     88  DL750-STEP-STARTED          VALUE "Y".
001034 77  DL750-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001035 77  DL750-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001036 77  DL750-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001040 01  DL750-CURRENT-PERIOD.
001050     05  DL750-CURRENT-YEAR          PIC 9(04) VALUE ZERO.
001060     05  DL750-CURRENT-MONTH         PIC 9(02) VALUE ZERO.
001070 77  DL750-LAST-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
001080 77  DL750-AUDIT-CUTOFF              PIC 9(06) VALUE ZERO.
001090 77  DL750-JRNL-CUTOFF               PIC 9(06) VALUE ZERO.
001100 77  DL750-CUTOFF                    PIC 9(06) VALUE ZERO.
001110 77  DL750-RETAIN-PERIODS            PIC 9(03) VALUE ZERO.
001120 77  DL750-MONTH-NUMBER              PIC 9(07) VALUE ZERO COMP.
001130 77  DL750-CUTOFF-YEAR               PIC 9(04) VALUE ZERO COMP.
001140 77  DL750-CUTOFF-MONTH              PIC 9(02) VALUE ZERO COMP.
001150 77  DL750-CAT-CT                    PIC 9(04) VALUE ZERO COMP.
001160 77  DL750-CAT-IDX                   PIC 9(04) VALUE ZERO COMP.
001170 77  DL750-FOUND-CT                  PIC 9(09) VALUE ZERO COMP.
001180 77  DL750-DUE-CT                    PIC 9(09) VALUE ZERO COMP.
001190 77  DL750-PROTECTED-CT              PIC 9(09) VALUE ZERO COMP.
001200 77  DL750-NOT-PROVED-CT             PIC 9(09) VALUE ZERO COMP.
001210 77  DL750-NOT-EMPTIED-CT            PIC 9(09) VALUE ZERO COMP.
001220 77  DL750-AUDIT-PURGED-CT           PIC 9(09) VALUE ZERO COMP.
001230 77  DL750-AUDIT-RECS-PURGED-CT      PIC 9(09) VALUE ZERO COMP.
001240 77  DL750-JRNL-PURGED-CT            PIC 9(09) VALUE ZERO COMP.
001250 77  DL750-JRNL-RECS-PURGED-CT       PIC 9(09) VALUE ZERO COMP.
001260 77  DL750-LINE-CT                   PIC 9(03) VALUE 99 COMP.
001270 77  DL750-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
001280 01  DL750-PRINT-AREA                PIC X(132).
001290*    THE WHOLE CATALOG, IN ITS OWN TYPE AND PERIOD ORDER, AS
001300*    DL110 KEEPS IT.
001310 01  DL750-CAT-TABLE.
001320     05  DL750-CAT-ENTRY OCCURS 1200 TIMES.
001330         10  DL750-CE-TYPE           PIC X(01).
001340         10  DL750-CE-PERIOD         PIC 9(06).
001350         10  DL750-CE-DD-NAME        PIC X(10).
001360         10  DL750-CE-STATUS         PIC X(01).
001370         10  DL750-CE-RECORD-COUNT   PIC 9(09).
001380         10  DL750-CE-FIRST-TS       PIC 9(14).
001390         10  DL750-CE-LAST-TS        PIC 9(14).
001400         10  DL750-CE-LAST-ADDED-DATE
001410                                     PIC 9(08).
001420         10  DL750-CE-PURGE-DATE     PIC 9(08).
001430         10  DL750-CE-PURGE-RUN-ID   PIC X(14).
001440         10  FILLER                  PIC X(15).
001450*    WHAT THIS RUN DOES WITH EACH CATALOG ENTRY: P TO BE PURGED
001460*    (PROVED AND DUE), OR SPACE TO LEAVE IT AS IT IS.
001470 01  DL750-ACTION-TABLE.
001480     05  DL750-ACTION-SW             PIC X(01) OCCURS 1200 TIMES.
001490 01  DL750-RPT-HEADING1.
001500     05  FILLER                      PIC X(34)
001510         VALUE "ARCHIVE PURGE CERTIFICATE - DL750 ".
001520     05  FILLER                      PIC X(05) VALUE "DATE ".
001530     05  DL750-HDG-DATE              PIC 9(08).
001540     05  FILLER                      PIC X(74) VALUE SPACES.
001550     05  FILLER                      PIC X(05) VALUE "PAGE ".
001560     05  DL750-HDG-PAGE              PIC ZZZZ9.
001570     05  FILLER                      PIC X(01) VALUE SPACE.
001580 01  DL750-RPT-RUN-LINE.
001590     05  FILLER                      PIC X(20)
001600         VALUE "PURGE RUN ID........".
001610     05  DL750-RPT-RUN-ID            PIC X(14).
001620     05  FILLER                      PIC X(98) VALUE SPACES.
001630 01  DL750-RPT-OPERATOR-LINE.
001640     05  FILLER                      PIC X(20)
001650         VALUE "OPERATOR............".
001660     05  DL750-RPT-OPERATOR          PIC X(08).
001670     05  FILLER                      PIC X(104) VALUE SPACES.
001680 01  DL750-RPT-PERIOD-LINE.
001690     05  FILLER                      PIC X(20)
001700         VALUE "CURRENT PERIOD......".
001710     05  DL750-RPT-CURRENT-PERIOD    PIC 9(06).
001720     05  FILLER                      PIC X(22)
001730         VALUE "   LAST CLOSED PERIOD ".
001740     05  DL750-RPT-CLOSED-PERIOD     PIC 9(06).
001750     05  FILLER                      PIC X(78) VALUE SPACES.
001760 01  DL750-RPT-TERMS-LINE.
001770     05  DL750-RPT-TERMS-LABEL       PIC X(20).
001780     05  DL750-RPT-TERMS-PERIODS     PIC ZZ9.
001790     05  FILLER                      PIC X(29)
001800         VALUE " PERIODS KEPT - PURGE BEFORE ".
001810     05  DL750-RPT-TERMS-CUTOFF      PIC 9(06).
001820     05  FILLER                      PIC X(74) VALUE SPACES.
001830 01  DL750-RPT-COLUMN-LINE.
001840     05  FILLER                      PIC X(40)
001850         VALUE "TYPE     PARTITION   PERIOD     CATALOG ".
001860     05  FILLER                      PIC X(40)
001870         VALUE "      FOUND  FIRST TIMESTAMP  LAST TIMES".
001880     05  FILLER                      PIC X(14)
001890         VALUE "TAMP   RESULT ".
001900     05  FILLER                      PIC X(38) VALUE SPACES.
001910 01  DL750-RPT-DETAIL-LINE.
001920     05  DL750-DT-TYPE               PIC X(07).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  DL750-DT-DD-NAME            PIC X(10).
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  DL750-DT-PERIOD             PIC 9(06).
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  DL750-DT-CATALOG-CT         PIC ZZZZZZZZ9.
001990     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  DL750-DT-FOUND-CT           PIC ZZZZZZZZ9.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  DL750-DT-FIRST-TS           PIC 9(14).
002030     05  FILLER                      PIC X(03) VALUE SPACES.
002040     05  DL750-DT-LAST-TS            PIC 9(14).
002050     05  FILLER                      PIC X(03) VALUE SPACES.
002060     05  DL750-DT-RESULT             PIC X(40).
002070     05  FILLER                      PIC X(07) VALUE SPACES.
002080 01  DL750-RPT-COUNT-LINE.
002090     05  DL750-RPT-COUNT-LABEL       PIC X(30).
002100     05  DL750-RPT-COUNT             PIC ZZZZZZZZ9.
002110     05  FILLER                      PIC X(93) VALUE SPACES.
002120 01  DL750-RPT-NONE-LINE             PIC X(132) VALUE
002130     "NO ARCHIVE PARTITION WAS DUE FOR PURGE".
002140 01  DL750-RPT-REFUSED-LINE.
002150     05  FILLER                      PIC X(24)
002160         VALUE "*** NOTHING PURGED *** -".
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  DL750-RPT-REASON            PIC X(60).
002190     05  FILLER                      PIC X(47) VALUE SPACES.
002200 01  DL750-RPT-CERTIFIED-LINE.
002210     05  FILLER                      PIC X(20)
002220         VALUE "CERTIFIED BY........".
002230     05  DL750-RPT-CERTIFIED-BY      PIC X(08).
002240     05  FILLER                      PIC X(08) VALUE "  RUN ID".
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  DL750-RPT-CERTIFIED-RUN     PIC X(14).
002270     05  FILLER                      PIC X(40)
002280         VALUE "  SIGNATURE ______________________      ".
002290     05  FILLER                      PIC X(41) VALUE SPACES.
002293*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
002296     COPY STEPCTL.
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002315     PERFORM 8500-START-STEP THRU 8500-EXIT.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
002340     PERFORM 3000-SELECT-PARTITIONS THRU 3000-EXIT.
002350     PERFORM 4000-PURGE-PARTITIONS THRU 4000-EXIT.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     GO TO 9999-EXIT.
002380*----------------------------------------------------------------
002390* 1000-INITIALIZE READS THE RETENTION CARD AND THE CALENDAR AND
002400* WORKS OUT THE PURGE CUTOFFS.  A PURGE NOBODY SIGNED FOR, OR
002410* ONE THAT CANNOT TELL WHICH PERIODS ARE CLOSED, IS REFUSED
002420* BEFORE THE CATALOG IS EVEN OPENED.  A RETENTION OF ZERO IS NOT
002430* ACCEPTED - IT WOULD EMPTY THE ARCHIVE.
002440*----------------------------------------------------------------
002450 1000-INITIALIZE.
002460     ACCEPT DL750-CURR-DATE-8 FROM DATE YYYYMMDD.
002470     MOVE SPACES TO DL750-RUN-ID.
002480     STRING "DL750-" DL750-CURR-DATE-8 DELIMITED BY SIZE
002490         INTO DL750-RUN-ID.
002500     OPEN OUTPUT PURGE-CERT-FILE.
002510     PERFORM 5500-PRINT-HEADINGS THRU 5500-EXIT.
002520     PERFORM 1100-READ-RETENTION-CARD THRU 1100-EXIT.
002530     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
002540     MOVE DL750-AUDIT-PERIODS TO DL750-RETAIN-PERIODS.
002550     PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT.
002560     MOVE DL750-CUTOFF TO DL750-AUDIT-CUTOFF.
002570     MOVE DL750-JRNL-PERIODS TO DL750-RETAIN-PERIODS.
002580     PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT.
002590     MOVE DL750-CUTOFF TO DL750-JRNL-CUTOFF.
002600     PERFORM 1400-PRINT-TERMS THRU 1400-EXIT.
002610 1000-EXIT.
002620     EXIT.
002630 1100-READ-RETENTION-CARD.
002640     OPEN INPUT RETN-CARD-FILE.
002650     IF DL750-CARD-STATUS NOT = "00"
002660         MOVE "NO RETENTION CARD (RETNCARD)" TO DL750-RPT-REASON
002670         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
002680     END-IF.
002690     READ RETN-CARD-FILE
002700         AT END
002710             CLOSE RETN-CARD-FILE
002720             MOVE "RETENTION CARD FILE IS EMPTY"
002730                 TO DL750-RPT-REASON
002740             PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
002750     END-READ.
002760     CLOSE RETN-CARD-FILE.
002770     IF RETN-CARD-JRNL-PERIODS = SPACES
002780         MOVE RETN-CARD-AUDIT-PERIODS TO RETN-CARD-JRNL-PERIODS
002790     END-IF.
002800     IF RETN-CARD-AUDIT-PERIODS IS NOT NUMERIC
002810        OR RETN-CARD-JRNL-PERIODS IS NOT NUMERIC
002820        OR RETN-CARD-AUDIT-PERIODS = "000"
002830        OR RETN-CARD-JRNL-PERIODS = "000"
002840        OR RETN-CARD-OPERATOR = SPACES
002850         MOVE "RETENTION CARD INCOMPLETE OR RETENTION ZERO"
002860             TO DL750-RPT-REASON
002870         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
002880     END-IF.
002890     MOVE RETN-CARD-AUDIT-PERIODS TO DL750-AUDIT-PERIODS.
002900     MOVE RETN-CARD-JRNL-PERIODS  TO DL750-JRNL-PERIODS.
002910     MOVE RETN-CARD-OPERATOR      TO DL750-OPERATOR.
002920 1100-EXIT.
002930     EXIT.
002940 1200-READ-CALENDAR.
002950     OPEN INPUT RUN-CAL-FILE.
002960     IF DL750-RUN-CAL-STATUS NOT = "00"
002970         MOVE "RUN CALENDAR (RUNCAL) NOT AVAILABLE"
002980             TO DL750-RPT-REASON
002990         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
003000     END-IF.
003010     READ RUN-CAL-FILE
003020         AT END
003030             CLOSE RUN-CAL-FILE
003040             MOVE "RUN CALENDAR (RUNCAL) IS EMPTY"
003050                 TO DL750-RPT-REASON
003060             PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
003070     END-READ.
003080     CLOSE RUN-CAL-FILE.
003090     MOVE RUN-CAL-BUSINESS-DATE (1:6) TO DL750-CURRENT-PERIOD.
003100     MOVE RUN-CAL-LAST-CLOSED-PERIOD  TO DL750-LAST-CLOSED-PERIOD.
003110 1200-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140* 1300-COMPUTE-CUTOFF COUNTS BACK DL750-RETAIN-PERIODS MONTHS
003150* FROM THE CURRENT PERIOD; A PARTITION BEFORE THE RESULT IS DUE.
003160*----------------------------------------------------------------
003170 1300-COMPUTE-CUTOFF.
003180     COMPUTE DL750-MONTH-NUMBER =
003190         DL750-CURRENT-YEAR * 12
003200         + DL750-CURRENT-MONTH - 1
003210         - DL750-RETAIN-PERIODS.
003220     DIVIDE DL750-MONTH-NUMBER BY 12
003230         GIVING DL750-CUTOFF-YEAR
003240         REMAINDER DL750-CUTOFF-MONTH.
003250     ADD 1 TO DL750-CUTOFF-MONTH.
003260     COMPUTE DL750-CUTOFF =
003270         DL750-CUTOFF-YEAR * 100 + DL750-CUTOFF-MONTH.
003280 1300-EXIT.
003290     EXIT.
003300 1400-PRINT-TERMS.
003310     MOVE DL750-RUN-ID TO DL750-RPT-RUN-ID.
003320     MOVE DL750-RPT-RUN-LINE TO DL750-PRINT-AREA.
003330     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003340     MOVE DL750-OPERATOR TO DL750-RPT-OPERATOR.
003350     MOVE DL750-RPT-OPERATOR-LINE TO DL750-PRINT-AREA.
003360     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003370     MOVE DL750-CURRENT-PERIOD TO DL750-RPT-CURRENT-PERIOD.
003380     MOVE DL750-LAST-CLOSED-PERIOD TO DL750-RPT-CLOSED-PERIOD.
003390     MOVE DL750-RPT-PERIOD-LINE TO DL750-PRINT-AREA.
003400     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003410     MOVE "AUDIT RETENTION....." TO DL750-RPT-TERMS-LABEL.
003420     MOVE DL750-AUDIT-PERIODS TO DL750-RPT-TERMS-PERIODS.
003430     MOVE DL750-AUDIT-CUTOFF TO DL750-RPT-TERMS-CUTOFF.
003440     MOVE DL750-RPT-TERMS-LINE TO DL750-PRINT-AREA.
003450     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003460     MOVE "JOURNAL RETENTION..." TO DL750-RPT-TERMS-LABEL.
003470     MOVE DL750-JRNL-PERIODS TO DL750-RPT-TERMS-PERIODS.
003480     MOVE DL750-JRNL-CUTOFF TO DL750-RPT-TERMS-CUTOFF.
003490     MOVE DL750-RPT-TERMS-LINE TO DL750-PRINT-AREA.
003500     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003510     MOVE SPACES TO DL750-PRINT-AREA.
003520     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003530     MOVE DL750-RPT-COLUMN-LINE TO DL750-PRINT-AREA.
003540     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
003550 1400-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 2000-LOAD-CATALOG READS ARCHCAT WHOLE.  NO CATALOG MEANS
003590* NOTHING HAS BEEN ARCHIVED YET; ONE THAT CANNOT BE READ, OR IS
003600* TOO BIG TO HOLD, IS REFUSED RATHER THAN REWRITTEN SHORT.
003610*----------------------------------------------------------------
003620 2000-LOAD-CATALOG.
003630     OPEN INPUT ARCH-CAT-FILE.
003640     IF DL750-CAT-STATUS = "35"
003650         GO TO 2000-EXIT
003660     END-IF.
003670     IF DL750-CAT-STATUS NOT = "00"
003680         MOVE "ARCHIVE CATALOG (ARCHCAT) CANNOT BE READ"
003690             TO DL750-RPT-REASON
003700         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
003710     END-IF.
003720     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003730         UNTIL DL750-CAT-EOF.
003740     CLOSE ARCH-CAT-FILE.
003750     IF DL750-CAT-FAILED
003760         MOVE "ARCHIVE CATALOG OVER 1200 PARTITIONS"
003770             TO DL750-RPT-REASON
003780         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
003790     END-IF.
003800 2000-EXIT.
003810     EXIT.
003820 2100-LOAD-ONE-ENTRY.
003830     READ ARCH-CAT-FILE
003840         AT END
003850             SET DL750-CAT-EOF TO TRUE
003860             GO TO 2100-EXIT
003870     END-READ.
003880     IF DL750-CAT-CT NOT < 1200
003890         SET DL750-CAT-FAILED TO TRUE
003900         SET DL750-CAT-EOF TO TRUE
003910         GO TO 2100-EXIT
003920     END-IF.
003930     ADD 1 TO DL750-CAT-CT.
003940     MOVE ARCH-CAT-RECORD TO DL750-CAT-ENTRY (DL750-CAT-CT).
003950     MOVE SPACE TO DL750-ACTION-SW (DL750-CAT-CT).
003960 2100-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 3000-SELECT-PARTITIONS DECIDES WHAT IS PURGED.  A PARTITION
004000* PAST ITS TYPE'S CUTOFF IS DUE; A DUE ONE WHOSE PERIOD IS NOT
004010* YET CLOSED IS PROTECTED; A DUE ONE WHOSE RECORDS DO NOT COUNT
004020* BACK TO THE CATALOG IS NOT PROVED AND IS LEFT ALONE.  ONLY THE
004030* PROVED ONES ARE MARKED.  ALREADY-PURGED ENTRIES ARE PASSED.
004040*----------------------------------------------------------------
004050 3000-SELECT-PARTITIONS.
004060     IF DL750-CAT-CT > ZERO
004070         PERFORM 3100-CHECK-ONE-PARTITION THRU 3100-EXIT
004080             VARYING DL750-CAT-IDX FROM 1 BY 1
004090             UNTIL DL750-CAT-IDX > DL750-CAT-CT
004100     END-IF.
004110 3000-EXIT.
004120     EXIT.
004130 3100-CHECK-ONE-PARTITION.
004140     IF DL750-CE-STATUS (DL750-CAT-IDX) = "P"
004150         GO TO 3100-EXIT
004160     END-IF.
004170     IF DL750-CE-TYPE (DL750-CAT-IDX) = "J"
004180         MOVE DL750-JRNL-CUTOFF TO DL750-CUTOFF
004190     ELSE
004200         MOVE DL750-AUDIT-CUTOFF TO DL750-CUTOFF
004210     END-IF.
004220     IF DL750-CE-PERIOD (DL750-CAT-IDX) NOT < DL750-CUTOFF
004230         GO TO 3100-EXIT
004240     END-IF.
004250     ADD 1 TO DL750-DUE-CT.
004260     MOVE ZERO TO DL750-FOUND-CT.
004270     IF DL750-CE-PERIOD (DL750-CAT-IDX)
004280        > DL750-LAST-CLOSED-PERIOD
004290         ADD 1 TO DL750-PROTECTED-CT
004300         MOVE "PROTECTED - PERIOD NOT CLOSED"
004310             TO DL750-DT-RESULT
004320         PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT
004330         GO TO 3100-EXIT
004340     END-IF.
004350     PERFORM 3200-COUNT-PARTITION THRU 3200-EXIT.
004360     IF DL750-PART-READ-STATUS NOT = "00"
004370        AND DL750-PART-READ-STATUS NOT = "10"
004380        AND DL750-PART-READ-STATUS NOT = "35"
004390         ADD 1 TO DL750-NOT-PROVED-CT
004400         MOVE 8 TO RETURN-CODE
004410         MOVE SPACES TO DL750-DT-RESULT
004420         STRING "NOT PURGED - CANNOT BE READ, STATUS "
004430             DL750-PART-READ-STATUS DELIMITED BY SIZE
004440             INTO DL750-DT-RESULT
004450         PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT
004460         GO TO 3100-EXIT
004470     END-IF.
004480     IF DL750-FOUND-CT NOT = DL750-CE-RECORD-COUNT (DL750-CAT-IDX)
004490         ADD 1 TO DL750-NOT-PROVED-CT
004500         MOVE 8 TO RETURN-CODE
004510         MOVE "NOT PURGED - COUNT DIFFERS FROM CATALOG"
004520             TO DL750-DT-RESULT
004530         PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT
004540         GO TO 3100-EXIT
004550     END-IF.
004560     MOVE "P" TO DL750-ACTION-SW (DL750-CAT-IDX).
004570     MOVE "P" TO DL750-CE-STATUS (DL750-CAT-IDX).
004580     MOVE DL750-CURR-DATE-8
004590         TO DL750-CE-PURGE-DATE (DL750-CAT-IDX).
004600     MOVE DL750-RUN-ID TO DL750-CE-PURGE-RUN-ID (DL750-CAT-IDX).
004610 3100-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* 3200-COUNT-PARTITION READS THE PARTITION BACK AND COUNTS IT.
004650* A CATALOGUED PARTITION THAT IS NOT THERE COUNTS AS EMPTY, SO
004660* IT PROVES ONLY IF THE CATALOG SAYS IT NEVER HELD ANYTHING.
004663* THE OPEN OR LAST READ STATUS IS KEPT IN DL750-PART-READ-STATUS
004666* FOR 3100, SINCE THE CLOSE REPLACES DL750-ARCH-STATUS.
004670*----------------------------------------------------------------
004680 3200-COUNT-PARTITION.
004690     MOVE DL750-CE-DD-NAME (DL750-CAT-IDX) TO DL750-ARCH-DD.
004700     OPEN INPUT ARCH-PART-FILE.
004705     MOVE DL750-ARCH-STATUS TO DL750-PART-READ-STATUS.
004710     IF DL750-ARCH-STATUS NOT = "00"
004720         GO TO 3200-EXIT
004730     END-IF.
004740     MOVE "N" TO DL750-PART-EOF-SW.
004750     PERFORM 3250-COUNT-ONE-RECORD THRU 3250-EXIT
004760         UNTIL DL750-PART-EOF.
004765     MOVE DL750-ARCH-STATUS TO DL750-PART-READ-STATUS.
004770     CLOSE ARCH-PART-FILE.
004780 3200-EXIT.
004790     EXIT.
004800 3250-COUNT-ONE-RECORD.
004810     READ ARCH-PART-FILE
004820         AT END
004830             SET DL750-PART-EOF TO TRUE
004840             GO TO 3250-EXIT
004850     END-READ.
004860     IF DL750-ARCH-STATUS NOT = "00"
004870         SET DL750-PART-EOF TO TRUE
004880         GO TO 3250-EXIT
004890     END-IF.
004900     ADD 1 TO DL750-FOUND-CT.
004910 3250-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 4000-PURGE-PARTITIONS REWRITES THE CATALOG WITH THE MARKED
004950* PARTITIONS PURGED AND ONLY THEN EMPTIES THEM.  IF THE CATALOG
004960* CANNOT BE REWRITTEN NOTHING IS EMPTIED.
004970*----------------------------------------------------------------
004980 4000-PURGE-PARTITIONS.
004990     IF DL750-DUE-CT = ZERO
005000        OR DL750-DUE-CT = DL750-PROTECTED-CT + DL750-NOT-PROVED-CT
005010         GO TO 4000-EXIT
005020     END-IF.
005030     OPEN OUTPUT ARCH-CAT-FILE.
005040     IF DL750-CAT-STATUS NOT = "00"
005050         MOVE "ARCHIVE CATALOG (ARCHCAT) CANNOT BE REWRITTEN"
005060             TO DL750-RPT-REASON
005070         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
005080     END-IF.
005090     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
005100         VARYING DL750-CAT-IDX FROM 1 BY 1
005110         UNTIL DL750-CAT-IDX > DL750-CAT-CT
005115            OR DL750-CAT-FAILED.
005120     CLOSE ARCH-CAT-FILE.
005121     IF DL750-CAT-FAILED
005123         MOVE "ARCHIVE CATALOG (ARCHCAT) NOT FULLY REWRITTEN"
005125             TO DL750-RPT-REASON
005126         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
005128     END-IF.
005130     PERFORM 4200-EMPTY-ONE-PARTITION THRU 4200-EXIT
005140         VARYING DL750-CAT-IDX FROM 1 BY 1
005150         UNTIL DL750-CAT-IDX > DL750-CAT-CT.
005160 4000-EXIT.
005170     EXIT.
005180 4100-WRITE-ONE-ENTRY.
005190     MOVE DL750-CAT-ENTRY (DL750-CAT-IDX) TO ARCH-CAT-RECORD.
005200     WRITE ARCH-CAT-RECORD.
005202     IF DL750-CAT-STATUS NOT = "00"
005205         SET DL750-CAT-FAILED TO TRUE
005207     END-IF.
005210 4100-EXIT.
005220     EXIT.
005230 4200-EMPTY-ONE-PARTITION.
005240     IF DL750-ACTION-SW (DL750-CAT-IDX) NOT = "P"
005250         GO TO 4200-EXIT
005260     END-IF.
005270     MOVE DL750-CE-RECORD-COUNT (DL750-CAT-IDX) TO DL750-FOUND-CT.
005280     MOVE DL750-CE-DD-NAME (DL750-CAT-IDX) TO DL750-ARCH-DD.
005290     OPEN OUTPUT ARCH-PART-FILE.
005300     IF DL750-ARCH-STATUS NOT = "00"
005310         ADD 1 TO DL750-NOT-EMPTIED-CT
005320         MOVE 8 TO RETURN-CODE
005330         MOVE SPACES TO DL750-DT-RESULT
005340         STRING "MARKED PURGED - NOT EMPTIED, STATUS "
005350             DL750-ARCH-STATUS DELIMITED BY SIZE
005360             INTO DL750-DT-RESULT
005370         PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT
005380         GO TO 4200-EXIT
005390     END-IF.
005400     CLOSE ARCH-PART-FILE.
005410     IF DL750-CE-TYPE (DL750-CAT-IDX) = "J"
005420         ADD 1 TO DL750-JRNL-PURGED-CT
005430         ADD DL750-FOUND-CT TO DL750-JRNL-RECS-PURGED-CT
005440     ELSE
005450         ADD 1 TO DL750-AUDIT-PURGED-CT
005460         ADD DL750-FOUND-CT TO DL750-AUDIT-RECS-PURGED-CT
005470     END-IF.
005480     MOVE "PURGED" TO DL750-DT-RESULT.
005490     PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT.
005500 4200-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 5000-PRINT-ONE-LINE WRITES DL750-PRINT-AREA, STARTING A NEW
005540* PAGE WHEN THE CURRENT ONE IS FULL.  5100-PRINT-PARTITION
005550* FILLS AND PRINTS A DETAIL LINE FOR THE ENTRY IN HAND, WITH
005560* DL750-DT-RESULT ALREADY SET.
005570*----------------------------------------------------------------
005580 5000-PRINT-ONE-LINE.
005590     IF DL750-LINE-CT > 55
005600         PERFORM 5500-PRINT-HEADINGS THRU 5500-EXIT
005610     END-IF.
005620     MOVE DL750-PRINT-AREA TO PURGE-CERT-LINE.
005630     WRITE PURGE-CERT-LINE.
005640     ADD 1 TO DL750-LINE-CT.
005650 5000-EXIT.
005660     EXIT.
005670 5100-PRINT-PARTITION.
005680     IF DL750-CE-TYPE (DL750-CAT-IDX) = "J"
005690         MOVE "JOURNAL" TO DL750-DT-TYPE
005700     ELSE
005710         MOVE "AUDIT" TO DL750-DT-TYPE
005720     END-IF.
005730     MOVE DL750-CE-DD-NAME (DL750-CAT-IDX) TO DL750-DT-DD-NAME.
005740     MOVE DL750-CE-PERIOD (DL750-CAT-IDX) TO DL750-DT-PERIOD.
005750     MOVE DL750-CE-RECORD-COUNT (DL750-CAT-IDX)
005760         TO DL750-DT-CATALOG-CT.
005770     MOVE DL750-FOUND-CT TO DL750-DT-FOUND-CT.
005780     MOVE DL750-CE-FIRST-TS (DL750-CAT-IDX) TO DL750-DT-FIRST-TS.
005790     MOVE DL750-CE-LAST-TS (DL750-CAT-IDX) TO DL750-DT-LAST-TS.
005800     MOVE DL750-RPT-DETAIL-LINE TO DL750-PRINT-AREA.
005810     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
005820 5100-EXIT.
005830     EXIT.
005840 5500-PRINT-HEADINGS.
005850     ADD 1 TO DL750-PAGE-CT.
005860     MOVE DL750-CURR-DATE-8 TO DL750-HDG-DATE.
005870     MOVE DL750-PAGE-CT     TO DL750-HDG-PAGE.
005880     MOVE DL750-RPT-HEADING1 TO PURGE-CERT-LINE.
005890     WRITE PURGE-CERT-LINE.
005900     MOVE SPACES TO PURGE-CERT-LINE.
005910     WRITE PURGE-CERT-LINE.
005920     MOVE ZERO TO DL750-LINE-CT.
005930 5500-EXIT.
005940     EXIT.
005941*----------------------------------------------------------------
005942* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005943* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005944* THERE IS NO CALENDAR).
005945*----------------------------------------------------------------
005946 8500-START-STEP.
005947     ACCEPT DL750-STEP-DATE-8 FROM DATE YYYYMMDD.
005948     MOVE DL750-STEP-DATE-8 TO DL750-STEP-BUS-DATE.
005949     OPEN INPUT RUN-CAL-FILE.
005950     IF DL750-RUN-CAL-STATUS = "00"
005951         READ RUN-CAL-FILE
005952             AT END
005953                 CONTINUE
005954             NOT AT END
005955                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005956                    AND RUN-CAL-BUSINESS-DATE > ZERO
005957                     MOVE RUN-CAL-BUSINESS-DATE
005958                         TO DL750-STEP-BUS-DATE
005959                 END-IF
005960         END-READ
005961         CLOSE RUN-CAL-FILE
005962     END-IF.
005963     MOVE SPACES TO STEP-CTL-RECORD.
005964     MOVE "S" TO STEP-CTL-EVENT.
005965     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005966         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005967         STEP-CTL-COUNT-5.
005968     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005969     SET DL750-STEP-STARTED TO TRUE.
005970 8500-EXIT.
005971     EXIT.
005972*----------------------------------------------------------------
005973* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005974* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005975* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005976*----------------------------------------------------------------
005977 8550-WRITE-STEP-RECORD.
005978     MOVE DL750-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005979     MOVE "DL750" TO STEP-CTL-JOB.
005980     ACCEPT DL750-STEP-DATE-8 FROM DATE YYYYMMDD.
005981     ACCEPT DL750-STEP-TIME-8 FROM TIME.
005982     MOVE DL750-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005983     MOVE DL750-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005984     OPEN EXTEND STEP-CTL-FILE.
005985     IF DL750-STEPCTL-STATUS = "35"
005986         OPEN OUTPUT STEP-CTL-FILE
005987     END-IF.
005988     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005989     CLOSE STEP-CTL-FILE.
005990 8550-EXIT.
005991     EXIT.
005992*----------------------------------------------------------------
005993* 9000-TERMINATE PRINTS THE CERTIFICATE TOTALS AND SIGN-OFF.
005994*----------------------------------------------------------------
005995 9000-TERMINATE.
005996     MOVE SPACES TO DL750-PRINT-AREA.
006000     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
006010     IF DL750-DUE-CT = ZERO
006020         MOVE DL750-RPT-NONE-LINE TO DL750-PRINT-AREA
006030         PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT
006040     END-IF.
006050     MOVE "CATALOGUED PARTITIONS........."
006060         TO DL750-RPT-COUNT-LABEL.
006070     MOVE DL750-CAT-CT TO DL750-RPT-COUNT.
006080     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006090     MOVE "AUDIT PARTITIONS PURGED......."
006100         TO DL750-RPT-COUNT-LABEL.
006110     MOVE DL750-AUDIT-PURGED-CT TO DL750-RPT-COUNT.
006120     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006130     MOVE "AUDIT RECORDS PURGED.........."
006140         TO DL750-RPT-COUNT-LABEL.
006150     MOVE DL750-AUDIT-RECS-PURGED-CT TO DL750-RPT-COUNT.
006160     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006170     MOVE "JOURNAL PARTITIONS PURGED....."
006180         TO DL750-RPT-COUNT-LABEL.
006190     MOVE DL750-JRNL-PURGED-CT TO DL750-RPT-COUNT.
006200     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006210     MOVE "JOURNAL RECORDS PURGED........"
006220         TO DL750-RPT-COUNT-LABEL.
006230     MOVE DL750-JRNL-RECS-PURGED-CT TO DL750-RPT-COUNT.
006240     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006250     MOVE "PROTECTED (PERIOD NOT CLOSED)."
006260         TO DL750-RPT-COUNT-LABEL.
006270     MOVE DL750-PROTECTED-CT TO DL750-RPT-COUNT.
006280     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006290     MOVE "NOT PROVED - NOT PURGED......."
006300         TO DL750-RPT-COUNT-LABEL.
006310     MOVE DL750-NOT-PROVED-CT TO DL750-RPT-COUNT.
006320     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006330     MOVE "MARKED PURGED - NOT EMPTIED..."
006340         TO DL750-RPT-COUNT-LABEL.
006350     MOVE DL750-NOT-EMPTIED-CT TO DL750-RPT-COUNT.
006360     PERFORM 9200-PRINT-COUNT THRU 9200-EXIT.
006370     MOVE SPACES TO DL750-PRINT-AREA.
006380     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
006390     MOVE DL750-OPERATOR TO DL750-RPT-CERTIFIED-BY.
006400     MOVE DL750-RUN-ID   TO DL750-RPT-CERTIFIED-RUN.
006410     MOVE DL750-RPT-CERTIFIED-LINE TO DL750-PRINT-AREA.
006420     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
006430     CLOSE PURGE-CERT-FILE.
006440     DISPLAY "DL750 CATALOGUED     = " DL750-CAT-CT.
006450     DISPLAY "DL750 AUDIT PURGED   = " DL750-AUDIT-PURGED-CT.
006460     DISPLAY "DL750 JOURNAL PURGED = " DL750-JRNL-PURGED-CT.
006470     DISPLAY "DL750 PROTECTED      = " DL750-PROTECTED-CT.
006480     DISPLAY "DL750 NOT PROVED     = " DL750-NOT-PROVED-CT.
006490     DISPLAY "DL750 NOT EMPTIED    = " DL750-NOT-EMPTIED-CT.
006500 9000-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530* 9100-REFUSE-RUN ENDS A RUN THAT MAY NOT PURGE: THE REASON GOES
006540* ON THE CERTIFICATE AND THE CONSOLE, AND NOTHING IS TOUCHED.
006550*----------------------------------------------------------------
006560 9100-REFUSE-RUN.
006570     DISPLAY "DL750: " DL750-RPT-REASON " - NOTHING PURGED".
006580     MOVE DL750-RPT-REFUSED-LINE TO DL750-PRINT-AREA.
006590     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
006600     CLOSE PURGE-CERT-FILE.
006610     MOVE 16 TO RETURN-CODE.
006620     GO TO 9999-EXIT.
006630 9100-EXIT.
006640     EXIT.
006650 9200-PRINT-COUNT.
006660     MOVE DL750-RPT-COUNT-LINE TO DL750-PRINT-AREA.
006670     PERFORM 5000-PRINT-ONE-LINE THRU 5000-EXIT.
006680 9200-EXIT.
006690     EXIT.
006691*----------------------------------------------------------------
006692* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
006693* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
006694* HERE, REFUSALS INCLUDED.
006695*----------------------------------------------------------------
006696 9900-END-STEP.
006697     IF NOT DL750-STEP-STARTED
006698         GO TO 9900-EXIT
006699     END-IF.
006700     MOVE SPACES TO STEP-CTL-RECORD.
006701     MOVE "E" TO STEP-CTL-EVENT.
006702     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
006703     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
006704         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
006705     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006706 9900-EXIT.
006707     EXIT.
006708 9999-EXIT.
006709     PERFORM 9900-END-STEP THRU 9900-EXIT.
006710     STOP RUN.
