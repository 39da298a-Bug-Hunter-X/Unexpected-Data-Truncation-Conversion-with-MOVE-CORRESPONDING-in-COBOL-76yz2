000340*     NEXT DAY WITH ITS RUN STATUS CLEARED, AND A SIGNED-OFF    *
000350*     CLOSE REPORT (CLOSERPT) IS PRINTED.  A PERIOD THAT        *
000360*     FAILS ANY CHECK IS REFUSED WITH EVERY REASON LISTED AND   *
000361*     RETURN-CODE 8 - IT IS NEVER CLOSED ANYWAY.                *
000362*     THE LAST CHECK ROLLS THE MASTER FORWARD PER SOURCE CODE:  *
000363*     THE OPENING BALANCE (THE LAST CLOSE'S DBSNAP SNAPSHOT)    *
000364*     PLUS THE PERIOD'S JOURNALED MOVEMENT (THE JOURNAL ARCHIVE *
000365*     AND DBJRNL)                                               *
000366*     - ADDS, NET CHANGES, DELETES, RE-KEYS, DL200 REPAIRS,     *
000367*     DL260 DISPOSITIONS, DL270 RELEASES, DL610 MASS            *
000368*     MAINTENANCE - MUST EQUAL THE                              *
000376*     CLOSING BALANCE ON DBOUT, LESS ANYTHING POSTED SINCE THE  *
000377*     PERIOD ENDED.  THE ROLL-FORWARD REPORT (ROLLRPT) SHOWS    *
000378*     EVERY SOURCE.  A SOURCE OUT OF BALANCE FAILS THE CLOSE    *
000379*     UNLESS A SIGN-OFF CARD (ROLLSIGN) FROM AN OPERATOR OTHER  *
000380*     THAN THE CLOSER ACCEPTS ITS EXACT DIFFERENCE.  A CLOSED   *
000381*     PERIOD APPENDS ITS PERIOD-END SNAPSHOT TO DBSNAP, WHICH   *
000382*     BECOMES THE NEXT PERIOD'S OPENING.  THE FIRST CLOSE WITH  *
000383*     NO SNAPSHOT BEFORE IT ONLY TAKES ONE.                     *
000386*                                                                *
000390* MODIFICATION HISTORY.                                         *
000400* DATE       INIT  DESCRIPTION                                  *
000410* ---------- ----  -----------------------------------------   *
000420* 2026-09-02  JL   INITIAL VERSION.                             *
000421* 2026-10-15  JL   ROLL-FORWARD RECONCILIATION: OPENING SNAPSHOT *
000422*                  (DBSNAP) PLUS THE PERIOD'S JOURNALED MOVEMENT *
000423*                  MUST EQUAL DBOUT BY SOURCE (ROLLRPT); A       *
000424*                  SOURCE OUT OF BALANCE FAILS THE CLOSE UNLESS  *
000425*                  SIGNED OFF ON ROLLSIGN BY ANOTHER OPERATOR. A *
000426*                  CLOSED PERIOD APPENDS ITS SNAPSHOT.           *
000427* 2026-10-15  JL   THE ROLL-FORWARD MOVEMENT IS READ FROM THE    *
000428*                  JOURNAL ARCHIVE PARTITIONS (ARCHCAT) AFTER    *
000429*                  THE OPENING SNAPSHOT, THEN DBJRNL; A PURGED   *
000430*                  OR UNREADABLE PARTITION FAILS THE CLOSE.      *
000432* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000433*                  RETURN CODE ON THE STEP CONTROL FILE          *
000434*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000435*                  REFUSES TO CLOSE (RC 12) UNTIL DL250 AND      *
000436*                  DL700 ARE COMPLETE FOR THE DATE, UNLESS A     *
000437*                  STEPOVRD OPERATOR CARD OVERRIDES THE CHECK    *
000438*                  (LOGGED ON STEPCTL).                          *
000439* 2026-10-15  JL   THE ROLL-FORWARD SHOWS DL610 MASS MAINTENANCE *
000440*                  AS A MOVEMENT OF ITS OWN.                     *
000441* 2026-10-15  JL   A JOURNAL PARTITION IS READ ONLY AS FAR AS    *
000442*                  ITS SETTLED RECORDS, SO ENTRIES STILL PENDING *
000443*                  IN DBJRNL ARE NOT COUNTED TWICE.              *
000444* 2026-10-15  JL   A SNAPSHOT FILE THAT EXISTS BUT WILL NOT OPEN *
000445*                  NOW FAILS THE CLOSE INSTEAD OF BEING TAKEN AS *
000446*                  THE BASELINE.                                 *
000447*                                                                *
000448*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DL800.
000470 AUTHOR. J. LOGAN.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DL800-BILL-RECON-STATUS.
000690     SELECT CLOSE-RPT-FILE  ASSIGN TO "CLOSERPT"
000691         ORGANIZATION IS LINE SEQUENTIAL.
000692     SELECT DB-OUT-FILE     ASSIGN TO "DBOUT"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS SEQUENTIAL
000695         RECORD KEY IS DB-RECORD-KEY
000696         FILE STATUS IS DL800-MASTER-STATUS.
000697     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000698         ORGANIZATION IS LINE SEQUENTIAL
000699         FILE STATUS IS DL800-JOURNAL-STATUS.
000700     SELECT ARCH-CAT-FILE   ASSIGN TO "ARCHCAT"
000701         ORGANIZATION IS LINE SEQUENTIAL
000702         FILE STATUS IS DL800-CAT-STATUS.
000703     SELECT ARCH-JRNL-FILE  ASSIGN USING DL800-ARCH-DD
000704         ORGANIZATION IS LINE SEQUENTIAL
000705         FILE STATUS IS DL800-ARCH-STATUS.
000712     SELECT DB-SNAP-FILE    ASSIGN TO "DBSNAP"
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS DL800-SNAP-STATUS.
000715     SELECT ROLL-SIGN-FILE  ASSIGN TO "ROLLSIGN"
000716         ORGANIZATION IS LINE SEQUENTIAL
000717         FILE STATUS IS DL800-ROLL-SIGN-STATUS.
000718     SELECT ROLL-RPT-FILE   ASSIGN TO "ROLLRPT"
000719         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000721         ORGANIZATION IS LINE SEQUENTIAL
000722         FILE STATUS IS DL800-STEPCTL-STATUS.
000723     SELECT STEP-OVRD-FILE  ASSIGN TO "STEPOVRD"
000724         ORGANIZATION IS LINE SEQUENTIAL
000725         FILE STATUS IS DL800-STEPOVRD-STATUS.
000726 DATA DIVISION.
000727 FILE SECTION.
000730 FD  CLOSE-CARD-FILE.
000740 01  CLOSE-CARD-RECORD.
000750     05  CLOSE-CARD-PERIOD           PIC X(06).
000840 FD  BILL-RECON-FILE.
000850 01  BILL-RECON-LINE                 PIC X(80).
000860 FD  CLOSE-RPT-FILE.
000861 01  CLOSE-RPT-LINE                  PIC X(80).
000862 FD  DB-OUT-FILE.
000863     COPY DBRECORD.
000864*    THE CURRENT JOURNAL AND THE ARCHIVED JOURNAL PARTITIONS ARE
000865*    READ INTO THE ONE DB-JOURNAL-RECORD IN WORKING-STORAGE.
000866 FD  DB-JOURNAL-FILE.
000867 01  DB-JOURNAL-FILE-RECORD          PIC X(221).
000868 FD  ARCH-JRNL-FILE.
000869 01  ARCH-JRNL-RECORD                PIC X(221).
000870 FD  ARCH-CAT-FILE.
000871     COPY ARCHCAT.
000879 FD  DB-SNAP-FILE.
000880     COPY DBSNAP.
000881*    ONE CARD PER SOURCE WHOSE DIFFERENCE IS ACCEPTED: THE PERIOD,
000882*    THE SOURCE CODE, THE RECORD-COUNT AND AMOUNT DIFFERENCE
000883*    (PERIOD-END LESS EXPECTED) EXACTLY AS ROLLRPT SHOWS THEM, AND
000884*    THE ID OF THE OPERATOR SIGNING OFF, WHO IS NOT THE CLOSER.
000885 FD  ROLL-SIGN-FILE.
000886 01  ROLL-SIGN-RECORD.
000887     05  ROLL-SIGN-PERIOD            PIC X(06).
000888     05  ROLL-SIGN-SOURCE            PIC X(03).
000889     05  ROLL-SIGN-COUNT-DIFF        PIC S9(09)
000890                                     SIGN LEADING SEPARATE.
000891     05  ROLL-SIGN-AMOUNT-DIFF       PIC S9(13)V99
000892                                     SIGN LEADING SEPARATE.
000893     05  ROLL-SIGN-OPERATOR          PIC X(08).
000894     05  ROLL-SIGN-REASON            PIC X(37).
000895 FD  ROLL-RPT-FILE.
000896 01  ROLL-RPT-LINE                   PIC X(80).
000897 FD  STEP-CTL-FILE.
000898 01  STEP-CTL-FILE-RECORD            PIC X(80).
000899 FD  STEP-OVRD-FILE.
000900 01  STEP-OVRD-CARD.
000901     05  STEP-OVRD-JOB               PIC X(05).
000902     05  STEP-OVRD-BUSINESS-DATE     PIC 9(08).
000903     05  STEP-OVRD-OPERATOR          PIC X(08).
000904     05  STEP-OVRD-REASON            PIC X(31).
000905     05  FILLER                      PIC X(28).
000906 WORKING-STORAGE SECTION.
000907 77  DL800-CLOSE-CARD-STATUS         PIC X(02) VALUE "00".
000908 77  DL800-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000910 77  DL800-RUN-HIST-STATUS           PIC X(02) VALUE "00".
000920 77  DL800-REJECT-STATUS             PIC X(02) VALUE "00".
000930 77  DL800-BILL-RECON-STATUS         PIC X(02) VALUE "00".
001170 77  DL800-DATE-CT                   PIC 9(03) VALUE ZERO COMP.
001180 77  DL800-DATE-IDX                  PIC 9(03) VALUE ZERO COMP.
001190 77  DL800-DATE-HIT-IDX              PIC 9(03) VALUE ZERO COMP.
001191 77  DL800-REJECT-PERIOD             PIC 9(06) VALUE ZERO.
001192 77  DL800-PERIOD-REJECTS-CT         PIC 9(09) VALUE ZERO COMP.
001193 77  DL800-UNACKED-CT                PIC 9(09) VALUE ZERO COMP.
001194 77  DL800-NOT-SENT-CT               PIC 9(09) VALUE ZERO COMP.
001195 77  DL800-SRC-OVERFLOW-SW           PIC X(01) VALUE "N".
001196     88  DL800-SRC-OVERFLOW          VALUE "Y".
001197 77  DL800-SIGN-MISMATCH-SW          PIC X(01) VALUE "N".
001198     88  DL800-SIGN-MISMATCH         VALUE "Y".
001199 77  DL800-MASTER-STATUS             PIC X(02) VALUE "00".
001200 77  DL800-JOURNAL-STATUS            PIC X(02) VALUE "00".
001201 77  DL800-CAT-STATUS                PIC X(02) VALUE "00".
001202 77  DL800-ARCH-STATUS               PIC X(02) VALUE "00".
001203 77  DL800-ARCH-DD                   PIC X(10) VALUE SPACES.
001204 77  DL800-SNAP-STATUS               PIC X(02) VALUE "00".
001205 77  DL800-ROLL-SIGN-STATUS          PIC X(02) VALUE "00".
001206 77  DL800-MASTER-EOF-SW             PIC X(01) VALUE "N".
001207     88  DL800-MASTER-EOF            VALUE "Y".
001208 77  DL800-JRNL-EOF-SW               PIC X(01) VALUE "N".
001209     88  DL800-JRNL-EOF              VALUE "Y".
001210 77  DL800-SNAP-EOF-SW               PIC X(01) VALUE "N".
001211     88  DL800-SNAP-EOF              VALUE "Y".
001212 77  DL800-SIGN-EOF-SW               PIC X(01) VALUE "N".
001213     88  DL800-SIGN-EOF              VALUE "Y".
001214 77  DL800-CAT-EOF-SW                PIC X(01) VALUE "N".
001215     88  DL800-CAT-EOF               VALUE "Y".
001216 77  DL800-PART-CT                   PIC 9(04) VALUE ZERO COMP.
001217 77  DL800-PART-IDX                  PIC 9(04) VALUE ZERO COMP.
001218 77  DL800-PART-READ-CT              PIC 9(09) VALUE ZERO COMP.
001219 77  DL800-OPEN-PERIOD               PIC 9(06) VALUE ZERO.
001220 77  DL800-ENTRY-PERIOD              PIC 9(06) VALUE ZERO.
001221 77  DL800-MOVE-CAT                  PIC 9(02) VALUE ZERO COMP.
001222 77  DL800-CAT-IDX                   PIC 9(02) VALUE ZERO COMP.
001223 77  DL800-SRC-CT                    PIC 9(03) VALUE ZERO COMP.
001224 77  DL800-SRC-IDX                   PIC 9(03) VALUE ZERO COMP.
001225 77  DL800-SRC-HIT-IDX               PIC 9(03) VALUE ZERO COMP.
001226 77  DL800-SRC-PROBE                 PIC X(03) VALUE SPACES.
001227 77  DL800-SIGN-CT                   PIC 9(03) VALUE ZERO COMP.
001228 77  DL800-SIGN-IDX                  PIC 9(03) VALUE ZERO COMP.
001229 77  DL800-SIGN-HIT-IDX              PIC 9(03) VALUE ZERO COMP.
001230 77  DL800-JRNL-USED-CT              PIC 9(09) VALUE ZERO COMP.
001231 77  DL800-OUT-OF-BAL-CT             PIC 9(09) VALUE ZERO COMP.
001232 77  DL800-SIGNED-OFF-CT             PIC 9(09) VALUE ZERO COMP.
001233 77  DL800-SNAPS-WRITTEN-CT          PIC 9(09) VALUE ZERO COMP.
001234 77  DL800-FIG-CT                    PIC S9(09) VALUE ZERO COMP.
001235 77  DL800-FIG-AMT                   PIC S9(13)V99 VALUE ZERO.
001236     COPY DBJRNL.
001237 77  DL800-STEPCTL-STATUS            PIC X(02) VALUE "00".
001238 77  DL800-STEP-STARTED-SW           PIC X(01) VALUE "N".
001239     88  DL800-STEP-STARTED          VALUE "Y".
001240 77  DL800-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001241 77  DL800-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001242 77  DL800-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001243 77  DL800-STEPOVRD-STATUS           PIC X(02) VALUE "00".
001244 77  DL800-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
001245     88  DL800-STEPCTL-EOF           VALUE "Y".
001246 77  DL800-STEPOVRD-EOF-SW           PIC X(01) VALUE "N".
001247     88  DL800-STEPOVRD-EOF          VALUE "Y".
001248 77  DL800-PRED-BLOCKED-SW           PIC X(01) VALUE "N".
001249     88  DL800-PRED-BLOCKED          VALUE "Y".
001250 77  DL800-PRED-CT                   PIC 9(02) VALUE 2 COMP.
001251 77  DL800-PRED-IDX                  PIC 9(02) VALUE ZERO COMP.
001252 77  DL800-STEP-OVERRIDE-OPER        PIC X(08) VALUE SPACES.
001253 77  DL800-STEP-OVERRIDE-REASON      PIC X(31) VALUE SPACES.
001254*    THE ARCHIVED JOURNAL PARTITIONS AFTER THE OPENING SNAPSHOT,
001255*    IN PERIOD ORDER, EACH WITH HOW MANY OF ITS RECORDS TO READ -
001256*    ANY PENDING ONES ARE STILL IN DBJRNL AND ARE TAKEN FROM
001257*    THERE.  600 IS FIFTY YEARS OF PERIODS.
001258 01  DL800-PART-TABLE.
001259     05  DL800-PART-ENTRY OCCURS 600 TIMES.
001260         10  DL800-PT-DD-NAME        PIC X(10).
001261         10  DL800-PT-READ-LIMIT     PIC 9(09) COMP.
001262*    A JOURNAL BEFORE OR AFTER IMAGE, LAID OUT AS THE DB-RECORD
001263*    IT IS, FOR ITS SOURCE CODE AND AMOUNT.
001264 01  DL800-IMAGE.
001265     05  DL800-IMG-KEY               PIC X(10).
001266     05  DL800-IMG-NAME-FIELDS       PIC X(60).
001267     05  DL800-IMG-AMOUNT            PIC 9(11)V99.
001268     05  DL800-IMG-SOURCE            PIC X(03).
001269*    ONE ENTRY PER SOURCE CODE SEEN ON THE OPENING SNAPSHOT, THE
001270*    MASTER OR THE PERIOD'S JOURNAL; THE REGISTRY HOLDS AT MOST
001271*    20 SOURCES, SO 50 LEAVES ROOM AND AN OVERFLOW FAILS THE
001272*    CLOSE.  THE 51ST ENTRY CARRIES THE ALL-SOURCE TOTALS.  THE
001273*    MOVEMENT BUCKETS ARE 1 ADDS, 2 CHANGES, 3 DELETES, 4 RE-KEYS,
001274*    5 DL200 REPAIRS, 6 DL260 DISPOSITIONS, 7 DL270 RELEASES,
001275*    8 DL610 MASS MAINTENANCE, 9 ANY OTHER JOURNALED UPDATE, AND
001276*    10 WHATEVER WAS POSTED
001280*    AFTER THE PERIOD ENDED (BACKED OUT OF THE CLOSING BALANCE).
001281*    THE RESULT IS B (IN BALANCE), S (SIGNED OFF), O (OUT OF
001282*    BALANCE) OR N (NO OPENING SNAPSHOT TO RECONCILE FROM).
001283 01  DL800-SOURCE-TABLE.
001284     05  DL800-SRC-ENTRY OCCURS 51 TIMES.
001285         10  DL800-SE-CODE           PIC X(03).
001286         10  DL800-SE-OPEN-CT        PIC S9(09) COMP.
001287         10  DL800-SE-OPEN-AMT       PIC S9(13)V99.
001288         10  DL800-SE-MOVE OCCURS 10 TIMES.
001289             15  DL800-SE-MV-CT      PIC S9(09) COMP.
001290             15  DL800-SE-MV-AMT     PIC S9(13)V99.
001291         10  DL800-SE-EXP-CT         PIC S9(09) COMP.
001292         10  DL800-SE-EXP-AMT        PIC S9(13)V99.
001293         10  DL800-SE-DBOUT-CT       PIC S9(09) COMP.
001294         10  DL800-SE-DBOUT-AMT      PIC S9(13)V99.
001295         10  DL800-SE-PE-CT          PIC S9(09) COMP.
001296         10  DL800-SE-PE-AMT         PIC S9(13)V99.
001297         10  DL800-SE-DIFF-CT        PIC S9(09) COMP.
001298         10  DL800-SE-DIFF-AMT       PIC S9(13)V99.
001299         10  DL800-SE-RESULT         PIC X(01).
001300         10  DL800-SE-SIGN-IDX       PIC 9(03) COMP.
001301*    THE ACCEPTED SIGN-OFF CARDS FOR THE PERIOD BEING CLOSED.
001302 01  DL800-SIGN-TABLE.
001303     05  DL800-SG-ENTRY OCCURS 50 TIMES.
001304         10  DL800-SG-SOURCE         PIC X(03).
001305         10  DL800-SG-COUNT-DIFF     PIC S9(09) COMP.
001306         10  DL800-SG-AMOUNT-DIFF    PIC S9(13)V99.
001307         10  DL800-SG-OPERATOR       PIC X(08).
001308         10  DL800-SG-REASON         PIC X(37).
001309 01  DL800-MOVE-LABEL-DATA.
001310     05  FILLER                      PIC X(30)
001311         VALUE "  ADDS........................".
001312     05  FILLER                      PIC X(30)
001313         VALUE "  CHANGES (NET AMOUNT)........".
001314     05  FILLER                      PIC X(30)
001315         VALUE "  DELETES.....................".
001316     05  FILLER                      PIC X(30)
001317         VALUE "  RE-KEYS.....................".
001318     05  FILLER                      PIC X(30)
001319         VALUE "  REPAIRS (DL200).............".
001320     05  FILLER                      PIC X(30)
001321         VALUE "  DISPOSITIONS (DL260)........".
001322     05  FILLER                      PIC X(30)
001323         VALUE "  RELEASES (DL270)............".
001324     05  FILLER                      PIC X(30)
001325         VALUE "  MASS MAINTENANCE (DL610)....".
001326     05  FILLER                      PIC X(30)
001327         VALUE "  OTHER JOURNALED UPDATES.....".
001328     05  FILLER                      PIC X(30)
001329         VALUE "  LESS POSTED AFTER PERIOD END".
001330 01  DL800-MOVE-LABELS REDEFINES DL800-MOVE-LABEL-DATA.
001331     05  DL800-MOVE-LABEL            PIC X(30) OCCURS 10 TIMES.
001332*    ONE ENTRY PER DISTINCT BUSINESS DATE OF THE PERIOD SEEN ON
001333*    RUNHIST, WITH WHETHER ANY CLEAN PRODUCTION RUN COMPLETED
001334*    FOR IT.  A PERIOD NEVER SPANS MORE THAN 31 DATES; 50
001335*    SLOTS LEAVES ROOM AND AN OVERFLOW FAILS THE CLOSE.
001336 01  DL800-DATE-TABLE.
001337     05  DL800-DT-ENTRY OCCURS 50 TIMES.
001338         10  DL800-DT-DATE           PIC 9(08).
001339         10  DL800-DT-CLEAN-SW       PIC X(01).
001340 01  DL800-RPT-TITLE-LINE.
001341     05  FILLER                      PIC X(26)
001342         VALUE "PERIOD-END CLOSE - DL800  ".
001350     05  FILLER                      PIC X(07) VALUE "PERIOD ".
001360     05  DL800-RPT-PERIOD            PIC 9(06).
001370     05  FILLER                      PIC X(06) VALUE "  RUN ".
001630         VALUE "CALENDAR ROLLED TO DATE...".
001640     05  DL800-RPT-NEXT-DATE         PIC 9(08).
001650     05  FILLER                      PIC X(46) VALUE SPACES.
001651 01  DL800-RPT-SNAP-LINE.
001652     05  FILLER                      PIC X(26)
001653         VALUE "SNAPSHOT SOURCES WRITTEN..".
001654     05  DL800-RPT-SNAP-CT           PIC ZZZZZZZZ9.
001655     05  FILLER                      PIC X(45) VALUE SPACES.
001656 01  DL800-RPT-NOTE-LINE.
001657     05  FILLER                      PIC X(05) VALUE "  .. ".
001658     05  DL800-RPT-NOTE              PIC X(60).
001659     05  FILLER                      PIC X(15) VALUE SPACES.
001660 01  DL800-RR-TITLE-LINE.
001661     05  FILLER                      PIC X(35)
001662         VALUE "ROLL-FORWARD RECONCILIATION - DL800".
001663     05  FILLER                      PIC X(08) VALUE " PERIOD ".
001664     05  DL800-RR-PERIOD             PIC 9(06).
001665     05  FILLER                      PIC X(06) VALUE "  RUN ".
001666     05  DL800-RR-RUN-DATE           PIC 9(08).
001667     05  FILLER                      PIC X(17) VALUE SPACES.
001668 01  DL800-RR-OPENING-LINE.
001669     05  FILLER                      PIC X(30)
001670         VALUE "OPENING SNAPSHOT PERIOD.......".
001671     05  DL800-RR-OPEN-PERIOD        PIC 9(06).
001672     05  FILLER                      PIC X(44) VALUE SPACES.
001673 01  DL800-RR-NO-OPENING-LINE.
001674     05  FILLER                      PIC X(58)
001675         VALUE "NO EARLIER SNAPSHOT - THIS CLOSE IS THE BASELINE".
001676     05  FILLER                      PIC X(22) VALUE SPACES.
001677 01  DL800-RR-SOURCE-LINE.
001678     05  FILLER                      PIC X(07) VALUE "SOURCE ".
001679     05  DL800-RR-SOURCE             PIC X(23).
001680     05  FILLER                      PIC X(12)
001681         VALUE "     RECORDS".
001682     05  FILLER                      PIC X(02) VALUE SPACES.
001683     05  FILLER                      PIC X(21)
001684         VALUE "               AMOUNT".
001685     05  FILLER                      PIC X(15) VALUE SPACES.
001686 01  DL800-RR-FIGURE-LINE.
001687     05  DL800-RR-LABEL              PIC X(30).
001688     05  DL800-RR-COUNT              PIC -ZZZ,ZZZ,ZZ9.
001689     05  FILLER                      PIC X(02) VALUE SPACES.
001690     05  DL800-RR-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001691     05  FILLER                      PIC X(02) VALUE SPACES.
001692     05  DL800-RR-RESULT             PIC X(13).
001693 01  DL800-RR-SIGNED-LINE.
001694     05  FILLER                      PIC X(16)
001695         VALUE "  SIGNED OFF BY ".
001696     05  DL800-RR-SIGNER             PIC X(08).
001697     05  FILLER                      PIC X(03) VALUE " - ".
001698     05  DL800-RR-SIGN-REASON        PIC X(37).
001699     05  FILLER                      PIC X(16) VALUE SPACES.
001700*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001701     COPY STEPCTL.
001702*    THE STEPS THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE
001703*    BEFORE THIS ONE MAY RUN, EACH WITH THE STEP THAT STANDS IN
001704*    FOR IT ON AN UNSPLIT NIGHT (BLANK FOR NONE).
001705*    THE DL250 AGING REPORT AND THE DL700 TRAIL VERIFICATION MUST
001706*    BOTH HAVE COMPLETED BEFORE THE PERIOD CLOSES.
001707 01  DL800-PRED-VALUES.
001708     05  FILLER                      PIC X(10) VALUE "DL250     ".
001709     05  FILLER                      PIC X(10) VALUE "DL700     ".
001710 01  DL800-PRED-TABLE REDEFINES DL800-PRED-VALUES.
001711     05  DL800-PRED-ENTRY OCCURS 2 TIMES.
001712         10  DL800-PRED-JOB          PIC X(05).
001713         10  DL800-PRED-ALT-JOB      PIC X(05).
001714 01  DL800-PRED-STANDING-TABLE.
001715     05  DL800-PRED-STANDING OCCURS 2 TIMES.
001716         10  DL800-PRED-STATE        PIC X(01).
001717         10  DL800-PRED-RC           PIC 9(03).
001718         10  DL800-PRED-ALT-STATE    PIC X(01).
001719 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001721     PERFORM 8500-START-STEP THRU 8500-EXIT.
001722     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001723     PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT.
001724     PERFORM 3000-CHECK-RUN-HISTORY THRU 3000-EXIT.
001725     PERFORM 4000-CHECK-BILLING-RECON THRU 4000-EXIT.
001726     PERFORM 5000-CHECK-REJECTS THRU 5000-EXIT.
001727     PERFORM 6000-CHECK-ROLL-FORWARD THRU 6000-EXIT.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     GO TO 9999-EXIT.
001750*----------------------------------------------------------------
004550             SET DL800-REJECT-EOF TO TRUE
004560             GO TO 5100-EXIT
004570     END-READ.
004571     IF DB-REJECT-FIRST-DATE IS NOT NUMERIC
004572        OR DB-REJECT-FIRST-DATE = ZERO
004573         ADD 1 TO DL800-PERIOD-REJECTS-CT
004574         GO TO 5100-EXIT
004575     END-IF.
004576     MOVE DB-REJECT-FIRST-DATE (1:6) TO DL800-REJECT-PERIOD.
004577     IF DL800-REJECT-PERIOD NOT > DL800-CLOSE-PERIOD
004578         ADD 1 TO DL800-PERIOD-REJECTS-CT
004579     END-IF.
004580 5100-EXIT.
004581     EXIT.
004582*----------------------------------------------------------------
004583* 6000-CHECK-ROLL-FORWARD PROVES THE MASTER MOVED CORRECTLY OVER
004584* THE PERIOD, SOURCE BY SOURCE.  THE OPENING BALANCE IS THE
004585* LATEST DBSNAP SNAPSHOT BEFORE THIS PERIOD; THE MOVEMENT IS EVERY
004586* JOURNALED CHANGE SINCE THAT SNAPSHOT'S PERIOD, FROM THE JOURNAL
004587* HISTORY AND THE CURRENT JOURNAL; THE CLOSING BALANCE IS DBOUT
004588* AS IT STANDS, LESS WHAT WAS POSTED AFTER THE PERIOD ENDED.  A
004589* SOURCE WHOSE OPENING PLUS MOVEMENT DOES NOT EQUAL ITS CLOSING
004590* FAILS THE CLOSE UNLESS A SIGN-OFF CARD ACCEPTS THE DIFFERENCE.
004591* WITH NO EARLIER SNAPSHOT THERE IS NOTHING TO RECONCILE FROM -
004592* THE FIGURES ARE PRINTED AND THIS CLOSE TAKES THE FIRST ONE.
004593*----------------------------------------------------------------
004594 6000-CHECK-ROLL-FORWARD.
004595     PERFORM 8300-RESET-CHECK THRU 8300-EXIT.
004596     OPEN OUTPUT ROLL-RPT-FILE.
004597     MOVE DL800-CLOSE-PERIOD TO DL800-RR-PERIOD.
004598     MOVE DL800-CURR-DATE-8  TO DL800-RR-RUN-DATE.
004599     MOVE DL800-RR-TITLE-LINE TO ROLL-RPT-LINE.
004600     WRITE ROLL-RPT-LINE.
004601     PERFORM 6100-LOAD-OPENING THRU 6100-EXIT.
004602     PERFORM 6200-LOAD-CLOSING THRU 6200-EXIT.
004603     PERFORM 6300-LOAD-MOVEMENT THRU 6300-EXIT.
004604     PERFORM 6500-LOAD-SIGN-OFFS THRU 6500-EXIT.
004605     IF DL800-OPEN-PERIOD = ZERO
004606         MOVE DL800-RR-NO-OPENING-LINE TO ROLL-RPT-LINE
004607     ELSE
004608         MOVE DL800-OPEN-PERIOD TO DL800-RR-OPEN-PERIOD
004609         MOVE DL800-RR-OPENING-LINE TO ROLL-RPT-LINE
004610     END-IF.
004611     WRITE ROLL-RPT-LINE.
004612     MOVE 51 TO DL800-SRC-HIT-IDX.
004613     PERFORM 6450-CLEAR-ENTRY THRU 6450-EXIT.
004614     IF DL800-SRC-CT > ZERO
004615         PERFORM 6600-RECONCILE-ONE-SOURCE THRU 6600-EXIT
004616             VARYING DL800-SRC-IDX FROM 1 BY 1
004617             UNTIL DL800-SRC-IDX > DL800-SRC-CT
004618     END-IF.
004619     MOVE 51 TO DL800-SRC-IDX.
004620     IF DL800-OPEN-PERIOD = ZERO
004621         MOVE "N" TO DL800-SE-RESULT (51)
004622     END-IF.
004623     IF DL800-SIGNED-OFF-CT > ZERO
004624         MOVE "S" TO DL800-SE-RESULT (51)
004625     END-IF.
004626     IF DL800-OUT-OF-BAL-CT > ZERO
004627         MOVE "O" TO DL800-SE-RESULT (51)
004628         MOVE "N" TO DL800-CLOSE-OK-SW
004629     END-IF.
004630     PERFORM 6800-PRINT-ONE-SOURCE THRU 6800-EXIT.
004631     CLOSE ROLL-RPT-FILE.
004632     DISPLAY "DL800 JOURNAL ENTRIES ROLLED  = "
004633         DL800-JRNL-USED-CT.
004634     DISPLAY "DL800 SOURCES OUT OF BALANCE  = "
004635         DL800-OUT-OF-BAL-CT.
004636     DISPLAY "DL800 SOURCES SIGNED OFF      = "
004637         DL800-SIGNED-OFF-CT.
004638     MOVE "ROLL-FORWARD RECONCILIATION CHECK..........."
004639         TO DL800-RPT-CHECK-DESC.
004640     PERFORM 8200-WRITE-CHECK-RESULT THRU 8200-EXIT.
004641 6000-EXIT.
004642     EXIT.
004643*----------------------------------------------------------------
004644* 6100-LOAD-OPENING TAKES THE LATEST SNAPSHOT BEFORE THE PERIOD
004645* BEING CLOSED.  A LATER PERIOD THAN THE ONE HELD SO FAR CLEARS
004646* THE OPENING FIGURES AND STARTS AGAIN, SO THE FILE NEED NOT BE
004647* IN ANY ORDER.  NO SNAPSHOT FILE YET MEANS THIS IS THE BASELINE
004648* CLOSE; ONE THAT WILL NOT OPEN CANNOT BE RECONCILED AND FAILS
004649* THE CLOSE.
004650*----------------------------------------------------------------
004651 6100-LOAD-OPENING.
004652     OPEN INPUT DB-SNAP-FILE.
004653     IF DL800-SNAP-STATUS = "35"
004654         GO TO 6100-EXIT
004655     END-IF.
004656     IF DL800-SNAP-STATUS NOT = "00"
004657         MOVE "N" TO DL800-CLOSE-OK-SW
004658         MOVE "SNAPSHOT (DBSNAP) NOT AVAILABLE - NOT RECONCILED"
004659             TO DL800-RPT-REASON
004660         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004661         GO TO 6100-EXIT
004662     END-IF.
004663     PERFORM 6150-LOAD-ONE-SNAP THRU 6150-EXIT
004664         UNTIL DL800-SNAP-EOF.
004665     CLOSE DB-SNAP-FILE.
004666 6100-EXIT.
004667     EXIT.
004668 6150-LOAD-ONE-SNAP.
004669     READ DB-SNAP-FILE
004670         AT END
004671             SET DL800-SNAP-EOF TO TRUE
004672             GO TO 6150-EXIT
004673     END-READ.
004674     IF DB-SNAP-PERIOD IS NOT NUMERIC
004675         GO TO 6150-EXIT
004676     END-IF.
004677     IF DB-SNAP-PERIOD NOT < DL800-CLOSE-PERIOD
004678        OR DB-SNAP-PERIOD < DL800-OPEN-PERIOD
004679         GO TO 6150-EXIT
004680     END-IF.
004681     IF DB-SNAP-PERIOD > DL800-OPEN-PERIOD
004682         MOVE DB-SNAP-PERIOD TO DL800-OPEN-PERIOD
004683         IF DL800-SRC-CT > ZERO
004684             PERFORM 6160-CLEAR-ONE-OPENING THRU 6160-EXIT
004685                 VARYING DL800-SRC-IDX FROM 1 BY 1
004686                 UNTIL DL800-SRC-IDX > DL800-SRC-CT
004687         END-IF
004688     END-IF.
004689     MOVE DB-SNAP-SOURCE-CODE TO DL800-SRC-PROBE.
004690     PERFORM 6400-FIND-SOURCE THRU 6400-EXIT.
004691     IF DL800-SRC-HIT-IDX = ZERO
004692         GO TO 6150-EXIT
004693     END-IF.
004694     IF DB-SNAP-RECORD-COUNT IS NUMERIC
004695         ADD DB-SNAP-RECORD-COUNT
004696             TO DL800-SE-OPEN-CT (DL800-SRC-HIT-IDX)
004697     END-IF.
004698     IF DB-SNAP-AMOUNT IS NUMERIC
004699         ADD DB-SNAP-AMOUNT
004700             TO DL800-SE-OPEN-AMT (DL800-SRC-HIT-IDX)
004701     END-IF.
004702 6150-EXIT.
004703     EXIT.
004704 6160-CLEAR-ONE-OPENING.
004705     MOVE ZERO TO DL800-SE-OPEN-CT (DL800-SRC-IDX)
004706                  DL800-SE-OPEN-AMT (DL800-SRC-IDX).
004707 6160-EXIT.
004708     EXIT.
004709*----------------------------------------------------------------
004710* 6200-LOAD-CLOSING COUNTS AND TOTALS THE MASTER BY SOURCE.  NO
004711* MASTER YET IS AN EMPTY ONE; A MASTER THAT WILL NOT OPEN CANNOT
004712* BE RECONCILED AND FAILS THE CLOSE.
004713*----------------------------------------------------------------
004714 6200-LOAD-CLOSING.
004715     OPEN INPUT DB-OUT-FILE.
004716     IF DL800-MASTER-STATUS = "35"
004717         GO TO 6200-EXIT
004718     END-IF.
004719     IF DL800-MASTER-STATUS NOT = "00"
004720         MOVE "N" TO DL800-CLOSE-OK-SW
004721         MOVE "MASTER (DBOUT) NOT AVAILABLE - NOT RECONCILED"
004722             TO DL800-RPT-REASON
004723         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004724         GO TO 6200-EXIT
004725     END-IF.
004726     PERFORM 6250-COUNT-ONE-RECORD THRU 6250-EXIT
004727         UNTIL DL800-MASTER-EOF.
004728     CLOSE DB-OUT-FILE.
004729 6200-EXIT.
004730     EXIT.
004731 6250-COUNT-ONE-RECORD.
004732     READ DB-OUT-FILE
004733         AT END
004734             SET DL800-MASTER-EOF TO TRUE
004735             GO TO 6250-EXIT
004736     END-READ.
004737     MOVE DB-RECORD-SOURCE-CODE TO DL800-SRC-PROBE.
004738     PERFORM 6400-FIND-SOURCE THRU 6400-EXIT.
004739     IF DL800-SRC-HIT-IDX = ZERO
004740         GO TO 6250-EXIT
004741     END-IF.
004742     ADD 1 TO DL800-SE-DBOUT-CT (DL800-SRC-HIT-IDX).
004743     IF DB-RECORD-NUMERIC-FIELD IS NUMERIC
004744         ADD DB-RECORD-NUMERIC-FIELD
004745             TO DL800-SE-DBOUT-AMT (DL800-SRC-HIT-IDX)
004746     END-IF.
004747 6250-EXIT.
004748     EXIT.
004749*----------------------------------------------------------------
004750* 6300-LOAD-MOVEMENT READS THE ARCHIVED JOURNAL PARTITIONS OF
004751* EVERY PERIOD AFTER THE OPENING SNAPSHOT (EVERY NIGHT DL110 HAS
004752* ARCHIVED) AND THEN THE CURRENT JOURNAL (EVERYTHING SINCE THE
004753* LAST UNLOAD).  NO CATALOG YET, OR NO JOURNAL, IS NO MOVEMENT.
004754* A PARTITION IS READ ONLY AS FAR AS ITS SETTLED RECORDS: THE
004755* PENDING ONES AT ITS END ARE STILL IN DBJRNL, READ AFTER.
004756* A PERIOD THE ROLL-FORWARD NEEDS THAT HAS BEEN PURGED, OR A
004757* PARTITION THAT CANNOT BE READ, FAILS THE CLOSE.
004758*----------------------------------------------------------------
004759 6300-LOAD-MOVEMENT.
004760     PERFORM 6330-LOAD-PARTITIONS THRU 6330-EXIT.
004761     IF DL800-PART-CT > ZERO
004762         PERFORM 6340-READ-PARTITION THRU 6340-EXIT
004763             VARYING DL800-PART-IDX FROM 1 BY 1
004764             UNTIL DL800-PART-IDX > DL800-PART-CT
004765     END-IF.
004766     OPEN INPUT DB-JOURNAL-FILE.
004767     IF DL800-JOURNAL-STATUS = "00"
004768         MOVE "N" TO DL800-JRNL-EOF-SW
004769         PERFORM 6320-READ-JOURNAL-ENTRY THRU 6320-EXIT
004770             UNTIL DL800-JRNL-EOF
004771         CLOSE DB-JOURNAL-FILE
004772     END-IF.
004773 6300-EXIT.
004774     EXIT.
004775 6310-READ-ARCHIVE-ENTRY.
004776     IF DL800-PART-READ-CT
004777            NOT < DL800-PT-READ-LIMIT (DL800-PART-IDX)
004778         SET DL800-JRNL-EOF TO TRUE
004779         GO TO 6310-EXIT
004780     END-IF.
004781     READ ARCH-JRNL-FILE INTO DB-JOURNAL-RECORD
004782         AT END
004783             SET DL800-JRNL-EOF TO TRUE
004784             GO TO 6310-EXIT
004785     END-READ.
004786     ADD 1 TO DL800-PART-READ-CT.
004787     PERFORM 6350-APPLY-ONE-ENTRY THRU 6350-EXIT.
004788 6310-EXIT.
004789     EXIT.
004790 6320-READ-JOURNAL-ENTRY.
004791     READ DB-JOURNAL-FILE INTO DB-JOURNAL-RECORD
004792         AT END
004793             SET DL800-JRNL-EOF TO TRUE
004794             GO TO 6320-EXIT
004795     END-READ.
004796     PERFORM 6350-APPLY-ONE-ENTRY THRU 6350-EXIT.
004797 6320-EXIT.
004798     EXIT.
004799 6330-LOAD-PARTITIONS.
004800     MOVE ZERO TO DL800-PART-CT.
004801     OPEN INPUT ARCH-CAT-FILE.
004802     IF DL800-CAT-STATUS = "35"
004803         GO TO 6330-EXIT
004804     END-IF.
004805     IF DL800-CAT-STATUS NOT = "00"
004806         MOVE "N" TO DL800-CLOSE-OK-SW
004807         MOVE "ARCHIVE CATALOG (ARCHCAT) NOT AVAILABLE"
004808             TO DL800-RPT-REASON
004809         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004810         GO TO 6330-EXIT
004811     END-IF.
004812     MOVE "N" TO DL800-CAT-EOF-SW.
004813     PERFORM 6335-CHECK-ONE-PARTITION THRU 6335-EXIT
004814         UNTIL DL800-CAT-EOF.
004815     CLOSE ARCH-CAT-FILE.
004816 6330-EXIT.
004817     EXIT.
004818 6335-CHECK-ONE-PARTITION.
004819     READ ARCH-CAT-FILE
004820         AT END
004821             SET DL800-CAT-EOF TO TRUE
004822             GO TO 6335-EXIT
004823     END-READ.
004824     IF NOT ARCH-CAT-JOURNAL
004825        OR ARCH-CAT-PERIOD NOT > DL800-OPEN-PERIOD
004826         GO TO 6335-EXIT
004827     END-IF.
004828     IF ARCH-CAT-PURGED
004829         MOVE "N" TO DL800-CLOSE-OK-SW
004830         MOVE SPACES TO DL800-RPT-REASON
004831         STRING "JOURNAL PARTITION " ARCH-CAT-DD-NAME
004832             " PURGED - NOT RECONCILED"
004833             DELIMITED BY SIZE INTO DL800-RPT-REASON
004834         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004835         GO TO 6335-EXIT
004836     END-IF.
004837     IF DL800-PART-CT NOT < 600
004838         MOVE "N" TO DL800-CLOSE-OK-SW
004839         MOVE "JOURNAL PARTITION TABLE FULL - NOT RECONCILED"
004840             TO DL800-RPT-REASON
004841         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004842         SET DL800-CAT-EOF TO TRUE
004843         GO TO 6335-EXIT
004844     END-IF.
004845     ADD 1 TO DL800-PART-CT.
004846     MOVE ARCH-CAT-DD-NAME TO DL800-PT-DD-NAME (DL800-PART-CT).
004847     MOVE ARCH-CAT-RECORD-COUNT
004848         TO DL800-PT-READ-LIMIT (DL800-PART-CT).
004849     IF ARCH-CAT-PENDING-CT IS NUMERIC
004850        AND ARCH-CAT-PENDING-CT NOT > ARCH-CAT-RECORD-COUNT
004851         SUBTRACT ARCH-CAT-PENDING-CT
004852             FROM DL800-PT-READ-LIMIT (DL800-PART-CT)
004853     END-IF.
004854 6335-EXIT.
004855     EXIT.
004856 6340-READ-PARTITION.
004857     MOVE DL800-PT-DD-NAME (DL800-PART-IDX) TO DL800-ARCH-DD.
004858     OPEN INPUT ARCH-JRNL-FILE.
004859     IF DL800-ARCH-STATUS NOT = "00"
004860         MOVE "N" TO DL800-CLOSE-OK-SW
004861         MOVE SPACES TO DL800-RPT-REASON
004862         STRING "JOURNAL PARTITION " DL800-ARCH-DD
004863             " CANNOT BE READ - STATUS " DL800-ARCH-STATUS
004864             DELIMITED BY SIZE INTO DL800-RPT-REASON
004865         PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004866         GO TO 6340-EXIT
004867     END-IF.
004868     MOVE "N" TO DL800-JRNL-EOF-SW.
004869     MOVE ZERO TO DL800-PART-READ-CT.
004870     PERFORM 6310-READ-ARCHIVE-ENTRY THRU 6310-EXIT
004871         UNTIL DL800-JRNL-EOF.
004872     CLOSE ARCH-JRNL-FILE.
004873 6340-EXIT.
004874     EXIT.
004875*----------------------------------------------------------------
004876* 6350-APPLY-ONE-ENTRY BUCKETS ONE JOURNAL ENTRY.  ITS PERIOD IS
004877* THE DATE IN ITS RUN ID (THE SAME DATE ITS BILLING PERIOD CAME
004878* FROM); ANYTHING AT OR BEFORE THE OPENING SNAPSHOT IS ALREADY IN
004879* THE OPENING BALANCE.  THE BUCKET COMES FROM THE PROGRAM THAT
004880* POSTED IT - DL100 AND DL150 BY ACTION, THE DAYTIME JOBS BY
004881* NAME - EXCEPT THAT A LINKED (RE-KEY) PAIR IS ITS OWN BUCKET AND
004882* ANYTHING AFTER THE PERIOD IS BACKED OUT.  THE BEFORE IMAGE
004883* COMES OFF ITS SOURCE AND THE AFTER IMAGE GOES ON, SO A CHANGE
004884* NETS ITS AMOUNT AND A SOURCE-CODE CHANGE MOVES THE RECORD.
004885*----------------------------------------------------------------
004886 6350-APPLY-ONE-ENTRY.
004887     IF DB-JRNL-RUN-ID (7:6) IS NUMERIC
004888         MOVE DB-JRNL-RUN-ID (7:6) TO DL800-ENTRY-PERIOD
004889     ELSE
004890         MOVE DB-JRNL-TIMESTAMP (1:6) TO DL800-ENTRY-PERIOD
004891     END-IF.
004892     IF DL800-ENTRY-PERIOD NOT > DL800-OPEN-PERIOD
004893         GO TO 6350-EXIT
004894     END-IF.
004895     ADD 1 TO DL800-JRNL-USED-CT.
004896     MOVE 9 TO DL800-MOVE-CAT.
004897     IF DB-JRNL-RUN-ID (1:5) = "DL100" OR "DL150"
004898         IF DB-JRNL-WRITE
004899             MOVE 1 TO DL800-MOVE-CAT
004900         END-IF
004901         IF DB-JRNL-REWRITE
004902             MOVE 2 TO DL800-MOVE-CAT
004903         END-IF
004904         IF DB-JRNL-DELETE
004905             MOVE 3 TO DL800-MOVE-CAT
004906         END-IF
004907     END-IF.
004908     IF DB-JRNL-RUN-ID (1:5) = "DL200"
004909         MOVE 5 TO DL800-MOVE-CAT
004910     END-IF.
004911     IF DB-JRNL-RUN-ID (1:5) = "DL260"
004912         MOVE 6 TO DL800-MOVE-CAT
004913     END-IF.
004914     IF DB-JRNL-RUN-ID (1:5) = "DL270"
004915         MOVE 7 TO DL800-MOVE-CAT
004916     END-IF.
004917     IF DB-JRNL-RUN-ID (1:5) = "DL610"
004918         MOVE 8 TO DL800-MOVE-CAT
004919     END-IF.
004921     IF DB-JRNL-LINK-KEY NOT = SPACES
004922         MOVE 4 TO DL800-MOVE-CAT
004923     END-IF.
004924     IF DL800-ENTRY-PERIOD > DL800-CLOSE-PERIOD
004925         MOVE 10 TO DL800-MOVE-CAT
004926     END-IF.
004927     IF DB-JRNL-REWRITE OR DB-JRNL-DELETE
004928         MOVE DB-JRNL-BEFORE-IMAGE TO DL800-IMAGE
004929         MOVE -1 TO DL800-FIG-CT
004930         PERFORM 6360-POST-IMAGE THRU 6360-EXIT
004931     END-IF.
004932     IF DB-JRNL-WRITE OR DB-JRNL-REWRITE
004933         MOVE DB-JRNL-AFTER-IMAGE TO DL800-IMAGE
004934         MOVE 1 TO DL800-FIG-CT
004935         PERFORM 6360-POST-IMAGE THRU 6360-EXIT
004936     END-IF.
004937 6350-EXIT.
004938     EXIT.
004939 6360-POST-IMAGE.
004940     MOVE DL800-IMG-SOURCE TO DL800-SRC-PROBE.
004941     PERFORM 6400-FIND-SOURCE THRU 6400-EXIT.
004942     IF DL800-SRC-HIT-IDX = ZERO
004943         GO TO 6360-EXIT
004944     END-IF.
004945     ADD DL800-FIG-CT
004946         TO DL800-SE-MV-CT (DL800-SRC-HIT-IDX, DL800-MOVE-CAT).
004947     IF DL800-IMG-AMOUNT IS NOT NUMERIC
004948         GO TO 6360-EXIT
004949     END-IF.
004950     IF DL800-FIG-CT < ZERO
004951         SUBTRACT DL800-IMG-AMOUNT FROM
004952             DL800-SE-MV-AMT (DL800-SRC-HIT-IDX, DL800-MOVE-CAT)
004953     ELSE
004954         ADD DL800-IMG-AMOUNT TO
004955             DL800-SE-MV-AMT (DL800-SRC-HIT-IDX, DL800-MOVE-CAT)
004956     END-IF.
004957 6360-EXIT.
004958     EXIT.
004959*----------------------------------------------------------------
004960* 6400-FIND-SOURCE LOCATES (OR ADDS) THE PROBE SOURCE CODE IN THE
004961* SOURCE TABLE.  AN OVERFLOW FAILS THE CLOSE ONCE AND LEAVES THE
004962* HIT INDEX ZERO SO THE CALLER SKIPS THE ITEM.
004963*----------------------------------------------------------------
004964 6400-FIND-SOURCE.
004965     MOVE ZERO TO DL800-SRC-HIT-IDX.
004966     IF DL800-SRC-CT > ZERO
004967         PERFORM 6420-CHECK-ONE-SOURCE THRU 6420-EXIT
004968             VARYING DL800-SRC-IDX FROM 1 BY 1
004969             UNTIL DL800-SRC-IDX > DL800-SRC-CT
004970                OR DL800-SRC-HIT-IDX > ZERO
004971     END-IF.
004972     IF DL800-SRC-HIT-IDX > ZERO
004973         GO TO 6400-EXIT
004974     END-IF.
004975     IF DL800-SRC-CT NOT < 50
004976         IF NOT DL800-SRC-OVERFLOW
004977             SET DL800-SRC-OVERFLOW TO TRUE
004978             MOVE "N" TO DL800-CLOSE-OK-SW
004979             MOVE "SOURCE TABLE FULL - ROLL-FORWARD NOT CHECKED"
004980                 TO DL800-RPT-REASON
004981             PERFORM 8000-WRITE-REASON THRU 8000-EXIT
004982         END-IF
004983         GO TO 6400-EXIT
004984     END-IF.
004985     ADD 1 TO DL800-SRC-CT.
004986     MOVE DL800-SRC-CT TO DL800-SRC-HIT-IDX.
004987     PERFORM 6450-CLEAR-ENTRY THRU 6450-EXIT.
004988     MOVE DL800-SRC-PROBE TO DL800-SE-CODE (DL800-SRC-HIT-IDX).
004989 6400-EXIT.
004990     EXIT.
004991 6420-CHECK-ONE-SOURCE.
004992     IF DL800-SE-CODE (DL800-SRC-IDX) = DL800-SRC-PROBE
004993         MOVE DL800-SRC-IDX TO DL800-SRC-HIT-IDX
004994     END-IF.
004995 6420-EXIT.
004996     EXIT.
004997 6450-CLEAR-ENTRY.
004998     MOVE SPACES TO DL800-SE-CODE (DL800-SRC-HIT-IDX).
004999     MOVE ZERO   TO DL800-SE-OPEN-CT (DL800-SRC-HIT-IDX)
005000                    DL800-SE-OPEN-AMT (DL800-SRC-HIT-IDX)
005001                    DL800-SE-EXP-CT (DL800-SRC-HIT-IDX)
005002                    DL800-SE-EXP-AMT (DL800-SRC-HIT-IDX)
005003                    DL800-SE-DBOUT-CT (DL800-SRC-HIT-IDX)
005004                    DL800-SE-DBOUT-AMT (DL800-SRC-HIT-IDX)
005005                    DL800-SE-PE-CT (DL800-SRC-HIT-IDX)
005006                    DL800-SE-PE-AMT (DL800-SRC-HIT-IDX)
005007                    DL800-SE-DIFF-CT (DL800-SRC-HIT-IDX)
005008                    DL800-SE-DIFF-AMT (DL800-SRC-HIT-IDX)
005009                    DL800-SE-SIGN-IDX (DL800-SRC-HIT-IDX).
005010     MOVE "B" TO DL800-SE-RESULT (DL800-SRC-HIT-IDX).
005011     PERFORM 6460-CLEAR-ONE-MOVE THRU 6460-EXIT
005012         VARYING DL800-CAT-IDX FROM 1 BY 1
005013         UNTIL DL800-CAT-IDX > 10.
005014 6450-EXIT.
005015     EXIT.
005016 6460-CLEAR-ONE-MOVE.
005017     MOVE ZERO TO
005018         DL800-SE-MV-CT (DL800-SRC-HIT-IDX, DL800-CAT-IDX).
005019     MOVE ZERO TO
005020         DL800-SE-MV-AMT (DL800-SRC-HIT-IDX, DL800-CAT-IDX).
005021 6460-EXIT.
005022     EXIT.
005023*----------------------------------------------------------------
005024* 6500-LOAD-SIGN-OFFS TAKES THE SIGN-OFF CARDS FOR THIS PERIOD.
005025* A CARD FOR ANOTHER PERIOD IS LEFT ALONE; AN INCOMPLETE ONE, OR
005026* ONE SIGNED BY THE CLOSING OPERATOR, IS NOTED AND IGNORED - THE
005027* CLOSER CANNOT ACCEPT THEIR OWN DIFFERENCE.
005028*----------------------------------------------------------------
005029 6500-LOAD-SIGN-OFFS.
005030     OPEN INPUT ROLL-SIGN-FILE.
005031     IF DL800-ROLL-SIGN-STATUS NOT = "00"
005032         GO TO 6500-EXIT
005033     END-IF.
005034     PERFORM 6550-LOAD-ONE-SIGN-OFF THRU 6550-EXIT
005035         UNTIL DL800-SIGN-EOF.
005036     CLOSE ROLL-SIGN-FILE.
005037 6500-EXIT.
005038     EXIT.
005039 6550-LOAD-ONE-SIGN-OFF.
005040     READ ROLL-SIGN-FILE
005041         AT END
005042             SET DL800-SIGN-EOF TO TRUE
005043             GO TO 6550-EXIT
005044     END-READ.
005045     IF ROLL-SIGN-PERIOD IS NOT NUMERIC
005046         GO TO 6550-EXIT
005047     END-IF.
005048     IF ROLL-SIGN-PERIOD NOT = DL800-CLOSE-PERIOD
005049         GO TO 6550-EXIT
005050     END-IF.
005051     MOVE SPACES TO DL800-RPT-NOTE.
005052     IF ROLL-SIGN-COUNT-DIFF IS NOT NUMERIC
005053        OR ROLL-SIGN-AMOUNT-DIFF IS NOT NUMERIC
005054        OR ROLL-SIGN-OPERATOR = SPACES
005055         STRING "SIGN-OFF CARD FOR SOURCE " ROLL-SIGN-SOURCE
005056             " INCOMPLETE - IGNORED"
005057             DELIMITED BY SIZE INTO DL800-RPT-NOTE
005058         PERFORM 8050-WRITE-NOTE THRU 8050-EXIT
005059         GO TO 6550-EXIT
005060     END-IF.
005061     IF ROLL-SIGN-OPERATOR = DL800-OPERATOR
005062         STRING "SIGN-OFF FOR SOURCE " ROLL-SIGN-SOURCE
005063             " IS BY THE CLOSING OPERATOR - IGNORED"
005064             DELIMITED BY SIZE INTO DL800-RPT-NOTE
005065         PERFORM 8050-WRITE-NOTE THRU 8050-EXIT
005066         GO TO 6550-EXIT
005067     END-IF.
005068     IF DL800-SIGN-CT NOT < 50
005069         STRING "SIGN-OFF FOR SOURCE " ROLL-SIGN-SOURCE
005070             " OVER THE 50-CARD LIMIT - IGNORED"
005071             DELIMITED BY SIZE INTO DL800-RPT-NOTE
005072         PERFORM 8050-WRITE-NOTE THRU 8050-EXIT
005073         GO TO 6550-EXIT
005074     END-IF.
005075     ADD 1 TO DL800-SIGN-CT.
005076     MOVE ROLL-SIGN-SOURCE
005077         TO DL800-SG-SOURCE (DL800-SIGN-CT).
005078     MOVE ROLL-SIGN-COUNT-DIFF
005079         TO DL800-SG-COUNT-DIFF (DL800-SIGN-CT).
005080     MOVE ROLL-SIGN-AMOUNT-DIFF
005081         TO DL800-SG-AMOUNT-DIFF (DL800-SIGN-CT).
005082     MOVE ROLL-SIGN-OPERATOR
005083         TO DL800-SG-OPERATOR (DL800-SIGN-CT).
005084     MOVE ROLL-SIGN-REASON
005085         TO DL800-SG-REASON (DL800-SIGN-CT).
005086 6550-EXIT.
005087     EXIT.
005088*----------------------------------------------------------------
005089* 6600-RECONCILE-ONE-SOURCE WORKS OUT ONE SOURCE'S EXPECTED
005090* CLOSING (OPENING PLUS THE PERIOD'S MOVEMENT), ITS PERIOD-END
005091* CLOSING (DBOUT LESS WHAT CAME AFTER) AND THE DIFFERENCE, JUDGES
005092* IT, ADDS IT INTO THE TOTALS AND PRINTS IT.  A SIGN-OFF MUST
005093* MATCH THE DIFFERENCE TO THE CENT AND THE RECORD.
005094*----------------------------------------------------------------
005095 6600-RECONCILE-ONE-SOURCE.
005096     MOVE DL800-SE-OPEN-CT (DL800-SRC-IDX)
005097         TO DL800-SE-EXP-CT (DL800-SRC-IDX).
005098     MOVE DL800-SE-OPEN-AMT (DL800-SRC-IDX)
005099         TO DL800-SE-EXP-AMT (DL800-SRC-IDX).
005100     PERFORM 6620-SUM-ONE-MOVE THRU 6620-EXIT
005101         VARYING DL800-CAT-IDX FROM 1 BY 1
005102         UNTIL DL800-CAT-IDX > 9.
005103     COMPUTE DL800-SE-PE-CT (DL800-SRC-IDX)
005104         = DL800-SE-DBOUT-CT (DL800-SRC-IDX)
005105         - DL800-SE-MV-CT (DL800-SRC-IDX, 10).
005106     COMPUTE DL800-SE-PE-AMT (DL800-SRC-IDX)
005107         = DL800-SE-DBOUT-AMT (DL800-SRC-IDX)
005108         - DL800-SE-MV-AMT (DL800-SRC-IDX, 10).
005109     COMPUTE DL800-SE-DIFF-CT (DL800-SRC-IDX)
005110         = DL800-SE-PE-CT (DL800-SRC-IDX)
005111         - DL800-SE-EXP-CT (DL800-SRC-IDX).
005112     COMPUTE DL800-SE-DIFF-AMT (DL800-SRC-IDX)
005113         = DL800-SE-PE-AMT (DL800-SRC-IDX)
005114         - DL800-SE-EXP-AMT (DL800-SRC-IDX).
005115     IF DL800-OPEN-PERIOD = ZERO
005116         MOVE "N" TO DL800-SE-RESULT (DL800-SRC-IDX)
005117         GO TO 6600-TOTAL
005118     END-IF.
005119     IF DL800-SE-DIFF-CT (DL800-SRC-IDX) = ZERO
005120        AND DL800-SE-DIFF-AMT (DL800-SRC-IDX) = ZERO
005121         MOVE "B" TO DL800-SE-RESULT (DL800-SRC-IDX)
005122         GO TO 6600-TOTAL
005123     END-IF.
005124     PERFORM 6650-FIND-SIGN-OFF THRU 6650-EXIT.
005125     MOVE SPACES TO DL800-RPT-NOTE.
005126     MOVE SPACES TO DL800-RPT-REASON.
005127     IF DL800-SIGN-HIT-IDX > ZERO
005128         MOVE "S" TO DL800-SE-RESULT (DL800-SRC-IDX)
005129         MOVE DL800-SIGN-HIT-IDX
005130             TO DL800-SE-SIGN-IDX (DL800-SRC-IDX)
005131         ADD 1 TO DL800-SIGNED-OFF-CT
005132         STRING "SOURCE " DL800-SE-CODE (DL800-SRC-IDX)
005133             " DIFFERENCE SIGNED OFF BY "
005134             DL800-SG-OPERATOR (DL800-SIGN-HIT-IDX)
005135             DELIMITED BY SIZE INTO DL800-RPT-NOTE
005136         PERFORM 8050-WRITE-NOTE THRU 8050-EXIT
005137         GO TO 6600-TOTAL
005138     END-IF.
005139     MOVE "O" TO DL800-SE-RESULT (DL800-SRC-IDX).
005140     ADD 1 TO DL800-OUT-OF-BAL-CT.
005141     IF DL800-SIGN-MISMATCH
005142         STRING "SOURCE " DL800-SE-CODE (DL800-SRC-IDX)
005143             " SIGN-OFF DOES NOT MATCH ITS DIFFERENCE"
005144             DELIMITED BY SIZE INTO DL800-RPT-REASON
005145     ELSE
005146         STRING "SOURCE " DL800-SE-CODE (DL800-SRC-IDX)
005147             " OUT OF BALANCE - SEE ROLLRPT"
005148             DELIMITED BY SIZE INTO DL800-RPT-REASON
005149     END-IF.
005150     PERFORM 8000-WRITE-REASON THRU 8000-EXIT.
005151 6600-TOTAL.
005152     PERFORM 6700-ADD-TO-TOTALS THRU 6700-EXIT.
005153     PERFORM 6800-PRINT-ONE-SOURCE THRU 6800-EXIT.
005154 6600-EXIT.
005155     EXIT.
005156 6620-SUM-ONE-MOVE.
005157     ADD DL800-SE-MV-CT (DL800-SRC-IDX, DL800-CAT-IDX)
005158         TO DL800-SE-EXP-CT (DL800-SRC-IDX).
005159     ADD DL800-SE-MV-AMT (DL800-SRC-IDX, DL800-CAT-IDX)
005160         TO DL800-SE-EXP-AMT (DL800-SRC-IDX).
005161 6620-EXIT.
005162     EXIT.
005163 6650-FIND-SIGN-OFF.
005164     MOVE ZERO TO DL800-SIGN-HIT-IDX.
005165     MOVE "N" TO DL800-SIGN-MISMATCH-SW.
005166     IF DL800-SIGN-CT > ZERO
005167         PERFORM 6660-CHECK-ONE-SIGN-OFF THRU 6660-EXIT
005168             VARYING DL800-SIGN-IDX FROM 1 BY 1
005169             UNTIL DL800-SIGN-IDX > DL800-SIGN-CT
005170                OR DL800-SIGN-HIT-IDX > ZERO
005171     END-IF.
005172 6650-EXIT.
005173     EXIT.
005174 6660-CHECK-ONE-SIGN-OFF.
005175     IF DL800-SG-SOURCE (DL800-SIGN-IDX)
005176            NOT = DL800-SE-CODE (DL800-SRC-IDX)
005177         GO TO 6660-EXIT
005178     END-IF.
005179     IF DL800-SG-COUNT-DIFF (DL800-SIGN-IDX)
005180            = DL800-SE-DIFF-CT (DL800-SRC-IDX)
005181        AND DL800-SG-AMOUNT-DIFF (DL800-SIGN-IDX)
005182            = DL800-SE-DIFF-AMT (DL800-SRC-IDX)
005183         MOVE DL800-SIGN-IDX TO DL800-SIGN-HIT-IDX
005184     ELSE
005185         SET DL800-SIGN-MISMATCH TO TRUE
005186     END-IF.
005187 6660-EXIT.
005188     EXIT.
005189*----------------------------------------------------------------
005190* 6700-ADD-TO-TOTALS ADDS ONE SOURCE INTO THE ALL-SOURCE ENTRY.
005191*----------------------------------------------------------------
005192 6700-ADD-TO-TOTALS.
005193     ADD DL800-SE-OPEN-CT (DL800-SRC-IDX)
005194         TO DL800-SE-OPEN-CT (51).
005195     ADD DL800-SE-OPEN-AMT (DL800-SRC-IDX)
005196         TO DL800-SE-OPEN-AMT (51).
005197     ADD DL800-SE-EXP-CT (DL800-SRC-IDX)
005198         TO DL800-SE-EXP-CT (51).
005199     ADD DL800-SE-EXP-AMT (DL800-SRC-IDX)
005200         TO DL800-SE-EXP-AMT (51).
005201     ADD DL800-SE-DBOUT-CT (DL800-SRC-IDX)
005202         TO DL800-SE-DBOUT-CT (51).
005203     ADD DL800-SE-DBOUT-AMT (DL800-SRC-IDX)
005204         TO DL800-SE-DBOUT-AMT (51).
005205     ADD DL800-SE-PE-CT (DL800-SRC-IDX)
005206         TO DL800-SE-PE-CT (51).
005207     ADD DL800-SE-PE-AMT (DL800-SRC-IDX)
005208         TO DL800-SE-PE-AMT (51).
005209     ADD DL800-SE-DIFF-CT (DL800-SRC-IDX)
005210         TO DL800-SE-DIFF-CT (51).
005211     ADD DL800-SE-DIFF-AMT (DL800-SRC-IDX)
005212         TO DL800-SE-DIFF-AMT (51).
005213     PERFORM 6720-ADD-ONE-MOVE THRU 6720-EXIT
005214         VARYING DL800-CAT-IDX FROM 1 BY 1
005215         UNTIL DL800-CAT-IDX > 10.
005216 6700-EXIT.
005217     EXIT.
005218 6720-ADD-ONE-MOVE.
005219     ADD DL800-SE-MV-CT (DL800-SRC-IDX, DL800-CAT-IDX)
005220         TO DL800-SE-MV-CT (51, DL800-CAT-IDX).
005221     ADD DL800-SE-MV-AMT (DL800-SRC-IDX, DL800-CAT-IDX)
005222         TO DL800-SE-MV-AMT (51, DL800-CAT-IDX).
005223 6720-EXIT.
005224     EXIT.
005225*----------------------------------------------------------------
005226* 6800-PRINT-ONE-SOURCE PRINTS ONE SOURCE'S ROLL-FORWARD BLOCK ON
005227* ROLLRPT - OR THE ALL-SOURCE TOTALS WHEN THE INDEX IS 51.
005228*----------------------------------------------------------------
005229 6800-PRINT-ONE-SOURCE.
005230     MOVE SPACES TO ROLL-RPT-LINE.
005231     WRITE ROLL-RPT-LINE.
005232     IF DL800-SRC-IDX = 51
005233         MOVE "(ALL SOURCES)" TO DL800-RR-SOURCE
005234     ELSE
005235         MOVE DL800-SE-CODE (DL800-SRC-IDX) TO DL800-RR-SOURCE
005236     END-IF.
005237     MOVE DL800-RR-SOURCE-LINE TO ROLL-RPT-LINE.
005238     WRITE ROLL-RPT-LINE.
005239     MOVE SPACES TO DL800-RR-RESULT.
005240     MOVE "  OPENING BALANCE............." TO DL800-RR-LABEL.
005241     MOVE DL800-SE-OPEN-CT (DL800-SRC-IDX)  TO DL800-FIG-CT.
005242     MOVE DL800-SE-OPEN-AMT (DL800-SRC-IDX) TO DL800-FIG-AMT.
005243     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005244     PERFORM 6820-PRINT-ONE-MOVE THRU 6820-EXIT
005245         VARYING DL800-CAT-IDX FROM 1 BY 1
005246         UNTIL DL800-CAT-IDX > 9.
005247     MOVE "  EXPECTED CLOSING............" TO DL800-RR-LABEL.
005248     MOVE DL800-SE-EXP-CT (DL800-SRC-IDX)  TO DL800-FIG-CT.
005249     MOVE DL800-SE-EXP-AMT (DL800-SRC-IDX) TO DL800-FIG-AMT.
005250     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005251     MOVE "  ON DBOUT AT CLOSE..........." TO DL800-RR-LABEL.
005252     MOVE DL800-SE-DBOUT-CT (DL800-SRC-IDX)  TO DL800-FIG-CT.
005253     MOVE DL800-SE-DBOUT-AMT (DL800-SRC-IDX) TO DL800-FIG-AMT.
005254     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005255     MOVE 10 TO DL800-CAT-IDX.
005256     PERFORM 6820-PRINT-ONE-MOVE THRU 6820-EXIT.
005257     MOVE "  CLOSING AT PERIOD END......." TO DL800-RR-LABEL.
005258     MOVE DL800-SE-PE-CT (DL800-SRC-IDX)  TO DL800-FIG-CT.
005259     MOVE DL800-SE-PE-AMT (DL800-SRC-IDX) TO DL800-FIG-AMT.
005260     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005261     IF DL800-SE-RESULT (DL800-SRC-IDX) = "B"
005262         MOVE "IN BALANCE"   TO DL800-RR-RESULT
005263     END-IF.
005264     IF DL800-SE-RESULT (DL800-SRC-IDX) = "S"
005265         MOVE "SIGNED OFF"   TO DL800-RR-RESULT
005266     END-IF.
005267     IF DL800-SE-RESULT (DL800-SRC-IDX) = "O"
005268         MOVE "*OUT OF BAL*" TO DL800-RR-RESULT
005269     END-IF.
005270     IF DL800-SE-RESULT (DL800-SRC-IDX) = "N"
005271         MOVE "NO OPENING"   TO DL800-RR-RESULT
005272     END-IF.
005273     MOVE "  DIFFERENCE.................." TO DL800-RR-LABEL.
005274     MOVE DL800-SE-DIFF-CT (DL800-SRC-IDX)  TO DL800-FIG-CT.
005275     MOVE DL800-SE-DIFF-AMT (DL800-SRC-IDX) TO DL800-FIG-AMT.
005276     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005277     IF DL800-SE-SIGN-IDX (DL800-SRC-IDX) > ZERO
005278         MOVE DL800-SE-SIGN-IDX (DL800-SRC-IDX) TO DL800-SIGN-IDX
005279         MOVE DL800-SG-OPERATOR (DL800-SIGN-IDX)
005280             TO DL800-RR-SIGNER
005281         MOVE DL800-SG-REASON (DL800-SIGN-IDX)
005282             TO DL800-RR-SIGN-REASON
005283         MOVE DL800-RR-SIGNED-LINE TO ROLL-RPT-LINE
005284         WRITE ROLL-RPT-LINE
005285     END-IF.
005286 6800-EXIT.
005287     EXIT.
005288 6820-PRINT-ONE-MOVE.
005289     MOVE DL800-MOVE-LABEL (DL800-CAT-IDX) TO DL800-RR-LABEL.
005290     MOVE DL800-SE-MV-CT (DL800-SRC-IDX, DL800-CAT-IDX)
005291         TO DL800-FIG-CT.
005292     MOVE DL800-SE-MV-AMT (DL800-SRC-IDX, DL800-CAT-IDX)
005293         TO DL800-FIG-AMT.
005294     PERFORM 6850-PRINT-FIGURE THRU 6850-EXIT.
005295 6820-EXIT.
005296     EXIT.
005297 6850-PRINT-FIGURE.
005298     MOVE DL800-FIG-CT  TO DL800-RR-COUNT.
005299     MOVE DL800-FIG-AMT TO DL800-RR-AMOUNT.
005300     MOVE DL800-RR-FIGURE-LINE TO ROLL-RPT-LINE.
005301     WRITE ROLL-RPT-LINE.
005302     MOVE SPACES TO DL800-RR-RESULT.
005303 6850-EXIT.
005304     EXIT.
005314 8000-WRITE-REASON.
005324     MOVE "Y" TO DL800-CHECK-FAILED-SW.
005334     MOVE DL800-RPT-REASON-LINE TO CLOSE-RPT-LINE.
005344     WRITE CLOSE-RPT-LINE.
005354 8000-EXIT.
005364     EXIT.
005374*----------------------------------------------------------------
005384* 8050-WRITE-NOTE WRITES AN INFORMATIONAL LINE UNDER THE CURRENT
005394* CHECK WITHOUT FAILING IT.
005404*----------------------------------------------------------------
005414 8050-WRITE-NOTE.
005424     MOVE DL800-RPT-NOTE-LINE TO CLOSE-RPT-LINE.
005434     WRITE CLOSE-RPT-LINE.
005444 8050-EXIT.
005454     EXIT.
005464*----------------------------------------------------------------
005474* 8100 THRU 8300 KEEP THE PER-CHECK PASS/FAIL BOOKKEEPING: A
005484* CHECK PASSES UNLESS ONE OF ITS REASONS FIRED SINCE THE LAST
005494* RESET.  THE OVERALL SWITCH ONLY EVER GOES FROM Y TO N.
005504*----------------------------------------------------------------
005514 8100-FAIL-CHECK.
005524     MOVE "CALENDAR CHECK.............................."
005534         TO DL800-RPT-CHECK-DESC.
005544     MOVE "*FAILED*" TO DL800-RPT-CHECK-RESULT.
005554     MOVE DL800-RPT-CHECK-LINE TO CLOSE-RPT-LINE.
005564     WRITE CLOSE-RPT-LINE.
005574 8100-EXIT.
005584     EXIT.
005594 8200-WRITE-CHECK-RESULT.
005604     IF DL800-CHECK-FAILED
005614         MOVE "*FAILED*" TO DL800-RPT-CHECK-RESULT
005624     ELSE
005634         MOVE "PASSED  " TO DL800-RPT-CHECK-RESULT
005644     END-IF.
005654     MOVE DL800-RPT-CHECK-LINE TO CLOSE-RPT-LINE.
005664     WRITE CLOSE-RPT-LINE.
005674 8200-EXIT.
005684     EXIT.
005694 8300-RESET-CHECK.
005704     MOVE "N" TO DL800-CHECK-FAILED-SW.
005714 8300-EXIT.
005724     EXIT.
005734*----------------------------------------------------------------
005744* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005754* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005764* THERE IS NO CALENDAR), THEN HOLDS THE RUN TO ITS PREDECESSORS
005774* FOR THAT DATE.
005784*----------------------------------------------------------------
005794 8500-START-STEP.
005804     ACCEPT DL800-STEP-DATE-8 FROM DATE YYYYMMDD.
005814     MOVE DL800-STEP-DATE-8 TO DL800-STEP-BUS-DATE.
005824     OPEN INPUT RUN-CAL-FILE.
005834     IF DL800-RUN-CAL-STATUS = "00"
005844         READ RUN-CAL-FILE
005854             AT END
005864                 CONTINUE
005874             NOT AT END
005884                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005894                    AND RUN-CAL-BUSINESS-DATE > ZERO
005904                     MOVE RUN-CAL-BUSINESS-DATE
005914                         TO DL800-STEP-BUS-DATE
005924                 END-IF
005934         END-READ
005944         CLOSE RUN-CAL-FILE
005954     END-IF.
005964     MOVE SPACES TO STEP-CTL-RECORD.
005974     MOVE "S" TO STEP-CTL-EVENT.
005984     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005994         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
006004         STEP-CTL-COUNT-5.
006014     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006024     SET DL800-STEP-STARTED TO TRUE.
006034     PERFORM 8600-CHECK-PREDECESSORS THRU 8600-EXIT.
006044 8500-EXIT.
006054     EXIT.
006064*----------------------------------------------------------------
006074* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
006084* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
006094* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
006104*----------------------------------------------------------------
006114 8550-WRITE-STEP-RECORD.
006124     MOVE DL800-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
006134     MOVE "DL800" TO STEP-CTL-JOB.
006144     ACCEPT DL800-STEP-DATE-8 FROM DATE YYYYMMDD.
006154     ACCEPT DL800-STEP-TIME-8 FROM TIME.
006164     MOVE DL800-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
006174     MOVE DL800-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
006184     OPEN EXTEND STEP-CTL-FILE.
006194     IF DL800-STEPCTL-STATUS = "35"
006204         OPEN OUTPUT STEP-CTL-FILE
006214     END-IF.
006224     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
006234     CLOSE STEP-CTL-FILE.
006244 8550-EXIT.
006254     EXIT.
006264*----------------------------------------------------------------
006274* 8600-CHECK-PREDECESSORS HOLDS THE RUN TO THE STEPS THAT MUST
006284* HAVE COMPLETED BEFORE IT FOR THE SAME BUSINESS DATE.  ONE
006294* THAT NEVER RAN, NEVER ENDED, OR ENDED ABOVE RETURN CODE 4
006304* REFUSES THE RUN WITH RETURN CODE 12 - UNLESS A STEPOVRD
006314* CARD FOR THIS JOB AND DATE NAMES THE OPERATOR TAKING IT ON,
006324* IN WHICH CASE EACH STEP PASSED OVER IS LOGGED ON STEPCTL.
006334*----------------------------------------------------------------
006344 8600-CHECK-PREDECESSORS.
006354     MOVE "N" TO DL800-PRED-BLOCKED-SW.
006364     PERFORM 8610-CLEAR-ONE-PRED THRU 8610-EXIT
006374         VARYING DL800-PRED-IDX FROM 1 BY 1
006384         UNTIL DL800-PRED-IDX > DL800-PRED-CT.
006394     OPEN INPUT STEP-CTL-FILE.
006404     IF DL800-STEPCTL-STATUS = "00"
006414         PERFORM 8650-SCAN-ONE-STEP THRU 8650-EXIT
006424             UNTIL DL800-STEPCTL-EOF
006434         CLOSE STEP-CTL-FILE
006444     END-IF.
006454     PERFORM 8700-JUDGE-ONE-PRED THRU 8700-EXIT
006464         VARYING DL800-PRED-IDX FROM 1 BY 1
006474         UNTIL DL800-PRED-IDX > DL800-PRED-CT.
006484     IF NOT DL800-PRED-BLOCKED
006494         GO TO 8600-EXIT
006504     END-IF.
006514     PERFORM 8750-READ-OVERRIDE THRU 8750-EXIT.
006524     IF DL800-STEP-OVERRIDE-OPER = SPACES
006534         DISPLAY "DL800: PREDECESSORS NOT COMPLETE FOR BUSINESS "
006544             "DATE " DL800-STEP-BUS-DATE " - RUN REFUSED"
006554         DISPLAY "DL800: SUPPLY A STEPOVRD CARD TO OVERRIDE"
006564         MOVE 12 TO RETURN-CODE
006574         GO TO 9999-EXIT
006584     END-IF.
006594     DISPLAY "DL800: PREDECESSOR CHECK OVERRIDDEN BY "
006604         DL800-STEP-OVERRIDE-OPER.
006614     PERFORM 8800-LOG-ONE-OVERRIDE THRU 8800-EXIT
006624         VARYING DL800-PRED-IDX FROM 1 BY 1
006634         UNTIL DL800-PRED-IDX > DL800-PRED-CT.
006644 8600-EXIT.
006654     EXIT.
006664 8610-CLEAR-ONE-PRED.
006674     MOVE "M"  TO DL800-PRED-STATE (DL800-PRED-IDX).
006684     MOVE "M"  TO DL800-PRED-ALT-STATE (DL800-PRED-IDX).
006694     MOVE ZERO TO DL800-PRED-RC (DL800-PRED-IDX).
006704 8610-EXIT.
006714     EXIT.
006724*----------------------------------------------------------------
006734* 8650-SCAN-ONE-STEP READS ONE STEP CONTROL RECORD.  THE FILE
006744* IS IN TIME ORDER, SO THE LAST START OR END SEEN FOR A
006754* PREDECESSOR ON THIS BUSINESS DATE IS ITS STANDING.
006764*----------------------------------------------------------------
006774 8650-SCAN-ONE-STEP.
006784     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
006794         AT END
006804             SET DL800-STEPCTL-EOF TO TRUE
006814             GO TO 8650-EXIT
006824     END-READ.
006834     IF STEP-CTL-BUSINESS-DATE NOT = DL800-STEP-BUS-DATE
006844        OR STEP-CTL-OVERRIDDEN
006854         GO TO 8650-EXIT
006864     END-IF.
006874     PERFORM 8660-NOTE-ONE-PRED THRU 8660-EXIT
006884         VARYING DL800-PRED-IDX FROM 1 BY 1
006894         UNTIL DL800-PRED-IDX > DL800-PRED-CT.
006904 8650-EXIT.
006914     EXIT.
006924*----------------------------------------------------------------
006934* 8660-NOTE-ONE-PRED MARKS A PREDECESSOR "R" ON A START, AND
006944* "C" OR "F" ON AN END BY ITS RETURN CODE.  THE STAND-IN STEP,
006954* WHERE THERE IS ONE, COUNTS ONLY AS A WHOLE-FILE RUN - A
006964* SPLIT STREAM DOES NOT STAND IN FOR ANYTHING.
006974*----------------------------------------------------------------
006984 8660-NOTE-ONE-PRED.
006994     IF STEP-CTL-JOB = DL800-PRED-JOB (DL800-PRED-IDX)
007004         IF STEP-CTL-STARTED
007014             MOVE "R" TO DL800-PRED-STATE (DL800-PRED-IDX)
007024         ELSE
007034             MOVE STEP-CTL-RETURN-CODE
007044                 TO DL800-PRED-RC (DL800-PRED-IDX)
007054             IF STEP-CTL-RETURN-CODE > 4
007064                 MOVE "F" TO DL800-PRED-STATE (DL800-PRED-IDX)
007074             ELSE
007084                 MOVE "C" TO DL800-PRED-STATE (DL800-PRED-IDX)
007094             END-IF
007104         END-IF
007114     END-IF.
007124     IF DL800-PRED-ALT-JOB (DL800-PRED-IDX) NOT = SPACES
007134        AND STEP-CTL-JOB = DL800-PRED-ALT-JOB (DL800-PRED-IDX)
007144        AND STEP-CTL-STREAM-ID = SPACE
007154         IF STEP-CTL-ENDED AND STEP-CTL-RETURN-CODE NOT > 4
007164             MOVE "C" TO DL800-PRED-ALT-STATE (DL800-PRED-IDX)
007174         ELSE
007184             MOVE "M" TO DL800-PRED-ALT-STATE (DL800-PRED-IDX)
007194         END-IF
007204     END-IF.
007214 8660-EXIT.
007224     EXIT.
007234*----------------------------------------------------------------
007244* 8700-JUDGE-ONE-PRED NAMES, ON THE CONSOLE, EACH PREDECESSOR
007254* THAT IS NOT COMPLETE AND WHY.
007264*----------------------------------------------------------------
007274 8700-JUDGE-ONE-PRED.
007284     IF DL800-PRED-STATE (DL800-PRED-IDX) = "C"
007294        OR DL800-PRED-ALT-STATE (DL800-PRED-IDX) = "C"
007304         GO TO 8700-EXIT
007314     END-IF.
007324     SET DL800-PRED-BLOCKED TO TRUE.
007334     IF DL800-PRED-STATE (DL800-PRED-IDX) = "M"
007344         DISPLAY "DL800: " DL800-PRED-JOB (DL800-PRED-IDX)
007354             " HAS NOT RUN FOR BUSINESS DATE " DL800-STEP-BUS-DATE
007364     END-IF.
007374     IF DL800-PRED-STATE (DL800-PRED-IDX) = "R"
007384         DISPLAY "DL800: " DL800-PRED-JOB (DL800-PRED-IDX)
007394             " STARTED BUT NEVER ENDED FOR BUSINESS DATE "
007404             DL800-STEP-BUS-DATE
007414     END-IF.
007424     IF DL800-PRED-STATE (DL800-PRED-IDX) = "F"
007434         DISPLAY "DL800: " DL800-PRED-JOB (DL800-PRED-IDX)
007444             " ENDED WITH RETURN CODE "
007454             DL800-PRED-RC (DL800-PRED-IDX)
007464             " FOR BUSINESS DATE " DL800-STEP-BUS-DATE
007474     END-IF.
007484 8700-EXIT.
007494     EXIT.
007504*----------------------------------------------------------------
007514* 8750-READ-OVERRIDE LOOKS FOR AN OPERATOR'S STEPOVRD CARD FOR
007524* THIS JOB AND BUSINESS DATE.  A CARD FOR ANOTHER DAY, OR ONE
007534* WITH NO OPERATOR, OVERRIDES NOTHING.
007544*----------------------------------------------------------------
007554 8750-READ-OVERRIDE.
007564     MOVE SPACES TO DL800-STEP-OVERRIDE-OPER.
007574     MOVE SPACES TO DL800-STEP-OVERRIDE-REASON.
007584     OPEN INPUT STEP-OVRD-FILE.
007594     IF DL800-STEPOVRD-STATUS NOT = "00"
007604         GO TO 8750-EXIT
007614     END-IF.
007624     PERFORM 8760-READ-ONE-OVERRIDE THRU 8760-EXIT
007634         UNTIL DL800-STEPOVRD-EOF.
007644     CLOSE STEP-OVRD-FILE.
007654 8750-EXIT.
007664     EXIT.
007674 8760-READ-ONE-OVERRIDE.
007684     READ STEP-OVRD-FILE
007694         AT END
007704             SET DL800-STEPOVRD-EOF TO TRUE
007714             GO TO 8760-EXIT
007724     END-READ.
007734     IF STEP-OVRD-JOB = "DL800"
007744        AND STEP-OVRD-BUSINESS-DATE IS NUMERIC
007754        AND STEP-OVRD-BUSINESS-DATE = DL800-STEP-BUS-DATE
007764        AND STEP-OVRD-OPERATOR NOT = SPACES
007774         MOVE STEP-OVRD-OPERATOR TO DL800-STEP-OVERRIDE-OPER
007784         MOVE STEP-OVRD-REASON   TO DL800-STEP-OVERRIDE-REASON
007794     END-IF.
007804 8760-EXIT.
007814     EXIT.
007824*----------------------------------------------------------------
007834* 8800-LOG-ONE-OVERRIDE APPENDS AN OVERRIDE RECORD FOR ONE
007844* PREDECESSOR THE OPERATOR'S CARD PASSED OVER: WHO, WHICH STEP,
007854* ITS STANDING AND THE REASON GIVEN.
007864*----------------------------------------------------------------
007874 8800-LOG-ONE-OVERRIDE.
007884     IF DL800-PRED-STATE (DL800-PRED-IDX) = "C"
007894        OR DL800-PRED-ALT-STATE (DL800-PRED-IDX) = "C"
007904         GO TO 8800-EXIT
007914     END-IF.
007924     MOVE SPACES TO STEP-CTL-RECORD.
007934     MOVE "O" TO STEP-CTL-EVENT.
007944     MOVE ZERO TO STEP-CTL-RETURN-CODE.
007954     MOVE DL800-STEP-OVERRIDE-OPER TO STEP-CTL-OVR-OPERATOR.
007964     MOVE DL800-PRED-JOB (DL800-PRED-IDX)
007974         TO STEP-CTL-OVR-PRED-JOB.
007984     MOVE DL800-PRED-STATE (DL800-PRED-IDX)
007994         TO STEP-CTL-OVR-PRED-STATE.
008004     MOVE DL800-PRED-RC (DL800-PRED-IDX)
008014         TO STEP-CTL-OVR-PRED-RC.
008024     MOVE DL800-STEP-OVERRIDE-REASON TO STEP-CTL-OVR-REASON.
008034     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
008044     DISPLAY "DL800: OVERRIDE LOGGED FOR "
008054         DL800-PRED-JOB (DL800-PRED-IDX) " BY "
008064         DL800-STEP-OVERRIDE-OPER.
008074 8800-EXIT.
008084     EXIT.
008094*----------------------------------------------------------------
008104* 9000-TERMINATE CLOSES THE PERIOD WHEN EVERY CHECK PASSED:
008114* THE CALENDAR IS REWRITTEN WITH THE CLOSED PERIOD RECORDED IN
008124* LAST-CLOSED-PERIOD AND THE BUSINESS DATE ROLLED TO THE NEXT
008134* DAY WITH ITS RUN STATUS CLEARED, AND THE PERIOD-END SNAPSHOT
008144* IS APPENDED TO DBSNAP AS THE NEXT PERIOD'S OPENING BALANCE.  A
008154* REFUSED PERIOD LEAVES THE CALENDAR EXACTLY AS IT WAS AND TAKES
008164* NO SNAPSHOT.
008174*----------------------------------------------------------------
008184 9000-TERMINATE.
008194     IF NOT DL800-CLOSE-OK
008204         MOVE DL800-CLOSE-PERIOD TO DL800-RPT-REFUSED-PERIOD
008214         MOVE DL800-RPT-REFUSED-LINE TO CLOSE-RPT-LINE
008224         WRITE CLOSE-RPT-LINE
008234         DISPLAY "DL800: PERIOD " DL800-CLOSE-PERIOD
008244             " NOT CLOSED - SEE CLOSERPT"
008254         MOVE 8 TO RETURN-CODE
008264         GO TO 9000-CLOSE-RPT
008274     END-IF.
008284     COMPUTE DL800-DATE-INTEGER
008294         = FUNCTION INTEGER-OF-DATE(DL800-CAL-BUSINESS-DATE)
008304         + 1.
008314     COMPUTE DL800-NEXT-BUSINESS-DATE
008324         = FUNCTION DATE-OF-INTEGER(DL800-DATE-INTEGER).
008334     OPEN OUTPUT RUN-CAL-FILE.
008344     MOVE DL800-NEXT-BUSINESS-DATE TO RUN-CAL-BUSINESS-DATE.
008354     MOVE SPACE                  TO RUN-CAL-PERIOD-STATUS.
008364     MOVE SPACE                  TO RUN-CAL-RUN-STATUS.
008374     MOVE DL800-CAL-LAST-RUN-DATE TO RUN-CAL-LAST-RUN-DATE.
008384     MOVE DL800-CAL-LAST-RUN-ID  TO RUN-CAL-LAST-RUN-ID.
008394     MOVE DL800-CLOSE-PERIOD     TO RUN-CAL-LAST-CLOSED-PERIOD.
008404     WRITE RUN-CAL-RECORD.
008414     CLOSE RUN-CAL-FILE.
008424     MOVE DL800-CLOSE-PERIOD TO DL800-RPT-CLOSED-PERIOD.
008434     MOVE DL800-OPERATOR     TO DL800-RPT-CLOSED-BY.
008444     MOVE DL800-RPT-CLOSED-LINE TO CLOSE-RPT-LINE.
008454     WRITE CLOSE-RPT-LINE.
008464     MOVE DL800-NEXT-BUSINESS-DATE TO DL800-RPT-NEXT-DATE.
008474     MOVE DL800-RPT-ROLL-LINE TO CLOSE-RPT-LINE.
008484     WRITE CLOSE-RPT-LINE.
008494     PERFORM 9200-WRITE-SNAPSHOT THRU 9200-EXIT.
008504     MOVE DL800-SNAPS-WRITTEN-CT TO DL800-RPT-SNAP-CT.
008514     MOVE DL800-RPT-SNAP-LINE TO CLOSE-RPT-LINE.
008524     WRITE CLOSE-RPT-LINE.
008534     DISPLAY "DL800: PERIOD " DL800-CLOSE-PERIOD
008544         " CLOSED BY " DL800-OPERATOR.
008554     DISPLAY "DL800: CALENDAR ROLLED TO "
008564         DL800-NEXT-BUSINESS-DATE.
008574 9000-CLOSE-RPT.
008584     CLOSE CLOSE-RPT-FILE.
008594 9000-EXIT.
008604     EXIT.
008614*----------------------------------------------------------------
008624* 9100-WRITE-REFUSAL-ONLY COVERS THE REFUSALS THAT HAPPEN
008634* BEFORE THE CHECKS EVEN START (NO CARD, BAD CARD) SO THE
008644* REPORT STILL SAYS WHY NOTHING WAS CLOSED.
008654*----------------------------------------------------------------
008664 9100-WRITE-REFUSAL-ONLY.
008674     MOVE "CLOSE CARD MISSING OR INCOMPLETE - NOT CLOSED"
008684         TO DL800-RPT-REASON.
008694     MOVE DL800-RPT-REASON-LINE TO CLOSE-RPT-LINE.
008704     WRITE CLOSE-RPT-LINE.
008714     CLOSE CLOSE-RPT-FILE.
008724 9100-EXIT.
008734     EXIT.
008744*----------------------------------------------------------------
008754* 9200-WRITE-SNAPSHOT APPENDS ONE DBSNAP RECORD PER SOURCE WITH
008764* ITS PERIOD-END CLOSING COUNT AND AMOUNT.
008774*----------------------------------------------------------------
008784 9200-WRITE-SNAPSHOT.
008794     OPEN EXTEND DB-SNAP-FILE.
008804     IF DL800-SNAP-STATUS = "35"
008814         OPEN OUTPUT DB-SNAP-FILE
008824     END-IF.
008834     IF DL800-SRC-CT > ZERO
008844         PERFORM 9250-WRITE-ONE-SNAP THRU 9250-EXIT
008854             VARYING DL800-SRC-IDX FROM 1 BY 1
008864             UNTIL DL800-SRC-IDX > DL800-SRC-CT
008874     END-IF.
008884     CLOSE DB-SNAP-FILE.
008894 9200-EXIT.
008904     EXIT.
008914 9250-WRITE-ONE-SNAP.
008924     MOVE SPACES TO DB-SNAP-RECORD.
008934     MOVE DL800-CLOSE-PERIOD TO DB-SNAP-PERIOD.
008944     MOVE DL800-SE-CODE (DL800-SRC-IDX)   TO DB-SNAP-SOURCE-CODE.
008954     MOVE DL800-SE-PE-CT (DL800-SRC-IDX)  TO DB-SNAP-RECORD-COUNT.
008964     MOVE DL800-SE-PE-AMT (DL800-SRC-IDX) TO DB-SNAP-AMOUNT.
008974     MOVE DL800-CURR-DATE-8  TO DB-SNAP-CLOSE-DATE.
008984     MOVE DL800-OPERATOR     TO DB-SNAP-OPERATOR.
008994     WRITE DB-SNAP-RECORD.
009004     ADD 1 TO DL800-SNAPS-WRITTEN-CT.
009014 9250-EXIT.
009024     EXIT.
009034*----------------------------------------------------------------
009044* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
009054* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
009064* HERE, REFUSALS INCLUDED.
009074*----------------------------------------------------------------
009084 9900-END-STEP.
009094     IF NOT DL800-STEP-STARTED
009104         GO TO 9900-EXIT
009114     END-IF.
009124     MOVE SPACES TO STEP-CTL-RECORD.
009134     MOVE "E" TO STEP-CTL-EVENT.
009144     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
009154     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
009164         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
009174     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
009184 9900-EXIT.
009194     EXIT.
009204 9999-EXIT.
009214     PERFORM 9900-END-STEP THRU 9900-EXIT.
009224     STOP RUN.
