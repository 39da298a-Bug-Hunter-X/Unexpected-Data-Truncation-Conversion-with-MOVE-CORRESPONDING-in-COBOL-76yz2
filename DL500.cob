000350* DATE       INIT  DESCRIPTION                                  *
000360* ---------- ----  -----------------------------------------   *
000370* 2026-08-21  JL   INITIAL VERSION.                             *
000371* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000372*                  RETURN CODE ON THE STEP CONTROL FILE          *
000373*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000374*                  THE END RECORD CARRIES THE RUN'S KEY COUNTS   *
000375*                  FOR DL900.                                    *
000380*                                                                *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000540         FILE STATUS IS DL500-PARM-STATUS.
000550     SELECT TREND-RPT-FILE  ASSIGN TO "TRENDRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000561     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS DL500-STEPCTL-STATUS.
000564     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000565         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS DL500-RUN-CAL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RUN-HIST-FILE.
000640     05  FILLER                      PIC X(77).
000650 FD  TREND-RPT-FILE.
000660 01  TREND-RPT-LINE                  PIC X(132).
000662 FD  STEP-CTL-FILE.
000664 01  STEP-CTL-FILE-RECORD            PIC X(80).
000666 FD  RUN-CAL-FILE.
000668     COPY RUNCAL.
000670 WORKING-STORAGE SECTION.
000680 77  DL500-HIST-STATUS               PIC X(02) VALUE "00".
000690 77  DL500-PARM-STATUS               PIC X(02) VALUE "00".
000910 77  DL500-LINE-CT                   PIC 9(03) VALUE 99 COMP.
000920 77  DL500-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
000930 77  DL500-CURR-DATE-8               PIC 9(08).
000931 77  DL500-STEPCTL-STATUS            PIC X(02) VALUE "00".
000932 77  DL500-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000933 77  DL500-STEP-STARTED-SW           PIC X(01) VALUE "N".
000934     88  DL500-STEP-STARTED          VALUE "Y".
000935 77  DL500-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000936 77  DL500-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000937 77  DL500-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000940*    THE HISTORY TABLE HOLDS THE 1000 MOST RECENT RUNS; WHEN
000950*    THE FILE HAS GROWN PAST THAT, THE OLDEST RUNS ARE SKIPPED
000960*    ON A SECOND PASS SO THE TREND ALWAYS COVERS THE RECENT
001600         VALUE "RUNS FLAGGED........".
001610     05  DL500-RPT-FLAGGED-CT        PIC ZZZZZZZZ9.
001620     05  FILLER                      PIC X(103) VALUE SPACES.
001623*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001626     COPY STEPCTL.
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001645     PERFORM 8500-START-STEP THRU 8500-EXIT.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
001670     PERFORM 3000-ANALYZE-RUNS THRU 3000-EXIT.
004160     MOVE ZERO TO DL500-LINE-CT.
004170 5500-EXIT.
004180     EXIT.
004181*----------------------------------------------------------------
004182* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
004183* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
004184* THERE IS NO CALENDAR).
004185*----------------------------------------------------------------
004186 8500-START-STEP.
004187     ACCEPT DL500-STEP-DATE-8 FROM DATE YYYYMMDD.
004188     MOVE DL500-STEP-DATE-8 TO DL500-STEP-BUS-DATE.
004189     OPEN INPUT RUN-CAL-FILE.
004190     IF DL500-RUN-CAL-STATUS = "00"
004191         READ RUN-CAL-FILE
004192             AT END
004193                 CONTINUE
004194             NOT AT END
004195                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
004196                    AND RUN-CAL-BUSINESS-DATE > ZERO
004197                     MOVE RUN-CAL-BUSINESS-DATE
004198                         TO DL500-STEP-BUS-DATE
004199                 END-IF
004200         END-READ
004201         CLOSE RUN-CAL-FILE
004202     END-IF.
004203     MOVE SPACES TO STEP-CTL-RECORD.
004204     MOVE "S" TO STEP-CTL-EVENT.
004205     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
004206         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
004207         STEP-CTL-COUNT-5.
004208     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
004209     SET DL500-STEP-STARTED TO TRUE.
004210 8500-EXIT.
004211     EXIT.
004212*----------------------------------------------------------------
004213* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
004214* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
004215* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
004216*----------------------------------------------------------------
004217 8550-WRITE-STEP-RECORD.
004218     MOVE DL500-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
004219     MOVE "DL500" TO STEP-CTL-JOB.
004220     ACCEPT DL500-STEP-DATE-8 FROM DATE YYYYMMDD.
004221     ACCEPT DL500-STEP-TIME-8 FROM TIME.
004222     MOVE DL500-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
004223     MOVE DL500-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
004224     OPEN EXTEND STEP-CTL-FILE.
004225     IF DL500-STEPCTL-STATUS = "35"
004226         OPEN OUTPUT STEP-CTL-FILE
004227     END-IF.
004228     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
004229     CLOSE STEP-CTL-FILE.
004230 8550-EXIT.
004231     EXIT.
004232*----------------------------------------------------------------
004233* 9000-TERMINATE PRINTS THE TOLERANCE AND THE RUN AND FLAG
004234* COUNTS, THEN CLOSES THE REPORT.  AN EMPTY HISTORY STILL GETS
004235* HEADINGS SO THE REPORT NEVER LOOKS LIKE A JOB THAT DID NOT
004236* RUN.
004240*----------------------------------------------------------------
004250 9000-TERMINATE.
004260     IF DL500-PAGE-CT = ZERO
004420     CLOSE TREND-RPT-FILE.
004430 9000-EXIT.
004440     EXIT.
004441*----------------------------------------------------------------
004442* 9900-END-STEP RECORDS THE RUN'S END, RETURN CODE AND KEY
004443* COUNTS (FOR THE DL900 STATUS PAGE) ON THE STEP CONTROL FILE.
004444* EVERY WAY OUT OF THE JOB COMES THROUGH HERE, REFUSALS
004445* INCLUDED.
004446*----------------------------------------------------------------
004447 9900-END-STEP.
004448     IF NOT DL500-STEP-STARTED
004449         GO TO 9900-EXIT
004450     END-IF.
004451     MOVE SPACES TO STEP-CTL-RECORD.
004452     MOVE "E" TO STEP-CTL-EVENT.
004453     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
004454     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
004455         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
004456     MOVE DL500-RUNS-FLAGGED-CT TO STEP-CTL-COUNT-1.
004457     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
004458 9900-EXIT.
004459     EXIT.
004469 9999-EXIT.
004479     PERFORM 9900-END-STEP THRU 9900-EXIT.
004489     STOP RUN.
