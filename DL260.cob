000300* DATE       INIT  DESCRIPTION                                  *
000310* ---------- ----  -----------------------------------------   *
000320* 2026-09-02  JL   INITIAL VERSION.                             *
000321* 2026-10-15  JL   AN APPLIED DISPOSITION NOW BILLS AN           *
000322*                  ADJUSTMENT OF ONLY THE DIFFERENCE BETWEEN THE *
000323*                  SUPPRESSED VALUE AND THE MASTER'S BEFORE      *
000324*                  IMAGE (BILLIF.CPY RECORD TYPES), INSTEAD OF   *
000325*                  CHARGING THE WHOLE NEW AMOUNT AGAIN. THE      *
000326*                  TRAILER CARRIES COUNT, GROSS AND NET BY TYPE. *
000327* 2026-10-15  JL   JOURNAL ENTRIES CLEAR THE NEW                 *
000328*                  DB-JRNL-LINK-KEY, WHICH ONLY A RE-KEY SETS.   *
000329* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000330*                  RETURN CODE ON THE STEP CONTROL FILE          *
000331*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000332* 2026-10-15  JL   DUP-RECORD NOW COPIED FROM DBDUPES.CPY,       *
000333*                  SHARED WITH DL100 AND THE DL280 REJECT        *
000334*                  FEEDBACK JOB; IT NOW CARRIES THE DUPLICATE'S  *
000335*                  SOURCE AND TRANS CODE.                        *
000337*                                                                *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DL260.
000660         FILE STATUS IS DL260-REJECT-FWD-STATUS.
000670     SELECT REVIEW-RPT-FILE ASSIGN TO "DL260RPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000681     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS DL260-STEPCTL-STATUS.
000684     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000685         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS DL260-RUN-CAL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  DUP-FILE.
000720     COPY DBDUPES.
000770 FD  DISP-CARD-FILE.
000780 01  DISP-CARD-RECORD.
000790     05  DISP-CARD-KEY               PIC X(10).
000940     COPY DBREJECT.
000950 FD  REVIEW-RPT-FILE.
000960 01  REVIEW-RPT-LINE                 PIC X(80).
000962 FD  STEP-CTL-FILE.
000964 01  STEP-CTL-FILE-RECORD            PIC X(80).
000966 FD  RUN-CAL-FILE.
000968     COPY RUNCAL.
000970 WORKING-STORAGE SECTION.
000980 77  DL260-DUP-EOF-SW                PIC X(01) VALUE "N".
000990     88  DL260-DUP-EOF               VALUE "Y".
001320 77  DL260-RUN-TIMESTAMP             PIC 9(14).
001330 77  DL260-RUN-ID                    PIC X(14) VALUE SPACES.
001340 77  DL260-BEFORE-IMAGE              PIC X(86) VALUE SPACES.
001342 77  DL260-BEFORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001344 77  DL260-BILL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001346 77  DL260-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
001348 77  DL260-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
001350 77  DL260-OLD-NUMERIC-ED            PIC Z(10)9.99.
001360 77  DL260-NEW-NUMERIC-ED            PIC Z(10)9.99.
001370 77  DL260-REJECT-REASON             PIC X(44) VALUE SPACES.
001371 77  DL260-STEPCTL-STATUS            PIC X(02) VALUE "00".
001372 77  DL260-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001373 77  DL260-STEP-STARTED-SW           PIC X(01) VALUE "N".
001374     88  DL260-STEP-STARTED          VALUE "Y".
001375 77  DL260-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001376 77  DL260-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001377 77  DL260-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001380 01  DL260-DISP-CARD-TABLE.
001390     05  DL260-DC-ENTRY OCCURS 500 TIMES.
001400         10  DL260-DC-KEY            PIC X(10).
001840         VALUE "APPLIED TOTAL.......".
001850     05  DL260-RPT-CONTROL-TOT       PIC ZZZZZZZZZZ9.99.
001860     05  FILLER                      PIC X(46) VALUE SPACES.
001863*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001866     COPY STEPCTL.
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001885     PERFORM 8500-START-STEP THRU 8500-EXIT.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-PROCESS-DUPES THRU 2000-EXIT.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004010         GO TO 4000-EXIT
004020     END-IF.
004030     MOVE DB-RECORD-NUMERIC-FIELD TO DL260-OLD-NUMERIC-ED.
004035     MOVE DB-RECORD-NUMERIC-FIELD TO DL260-BEFORE-AMOUNT.
004040     MOVE FUNCTION NUMVAL(DL260-APPLY-VALUE)
004050         TO DB-RECORD-NUMERIC-FIELD.
004060     MOVE "Y" TO DL260-MASTER-ACTION-OK-SW.
004430     WRITE REVIEW-RPT-LINE.
004440 5000-EXIT.
004450     EXIT.
004451*----------------------------------------------------------------
004452* 5200-WRITE-BILLING-RECORD BILLS AN APPLIED DISPOSITION AS
004453* WHAT IT IS - A CHANGE - SO BILLING GETS AN ADJUSTMENT OF THE
004454* DIFFERENCE FROM THE MASTER'S BEFORE IMAGE, A DEBIT WHEN THE
004455* AMOUNT WENT UP AND A CREDIT WHEN IT CAME DOWN, EXACTLY AS
004456* DL100 BILLS A CHANGE.
004457*----------------------------------------------------------------
004460 5200-WRITE-BILLING-RECORD.
004465     MOVE SPACES               TO BILL-INTERFACE-RECORD.
004470     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
004480     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
004490     MOVE DL260-BILLING-PERIOD TO BILL-IF-PERIOD.
004491     SET BILL-IF-ADJUSTMENT    TO TRUE.
004492     IF DB-RECORD-NUMERIC-FIELD < DL260-BEFORE-AMOUNT
004493         SET BILL-IF-CREDIT TO TRUE
004494         COMPUTE DL260-BILL-AMOUNT
004495             = DL260-BEFORE-AMOUNT - DB-RECORD-NUMERIC-FIELD
004496         ADD DL260-BILL-AMOUNT TO DL260-BILL-ADJ-CREDIT
004497     ELSE
004498         SET BILL-IF-DEBIT TO TRUE
004499         COMPUTE DL260-BILL-AMOUNT
004500             = DB-RECORD-NUMERIC-FIELD - DL260-BEFORE-AMOUNT
004501         ADD DL260-BILL-AMOUNT TO DL260-BILL-ADJ-DEBIT
004502     END-IF.
004503     MOVE DL260-BILL-AMOUNT    TO BILL-IF-AMOUNT.
004506     WRITE BILL-INTERFACE-RECORD.
004510 5200-EXIT.
004512     EXIT.
004514*----------------------------------------------------------------
004516* 5300-WRITE-BILLING-HEADER AND 5400-WRITE-BILLING-TRAILER
004518* FRAME THIS RUN'S BATCH ON THE BILLING INTERFACE, AS EVERY
004520* OTHER WRITER FRAMES ITS OWN.  EVERY DETAIL THIS JOB BILLS IS
004522* AN ADJUSTMENT, SO THE ADJUSTMENT FIGURES ARE THE WHOLE BATCH.
004525*----------------------------------------------------------------
004526 5300-WRITE-BILLING-HEADER.
004527     MOVE SPACES             TO BILL-IF-HDR-RECORD.
004535     MOVE SPACES             TO BILL-IF-TRL-RECORD.
004536     MOVE "TRL"              TO BILL-IF-TRL-ID.
004537     MOVE DL260-APPLIED-CT   TO BILL-IF-TRL-COUNT.
004538     COMPUTE BILL-IF-TRL-AMOUNT
004539         = DL260-BILL-ADJ-DEBIT + DL260-BILL-ADJ-CREDIT.
004540     COMPUTE BILL-IF-TRL-NET-AMOUNT
004541         = DL260-BILL-ADJ-DEBIT - DL260-BILL-ADJ-CREDIT.
004542     MOVE ZERO               TO BILL-IF-TRL-CHG-COUNT.
004543     MOVE ZERO               TO BILL-IF-TRL-CHG-AMOUNT.
004544     MOVE DL260-APPLIED-CT   TO BILL-IF-TRL-ADJ-COUNT.
004545     MOVE BILL-IF-TRL-AMOUNT TO BILL-IF-TRL-ADJ-GROSS.
004546     MOVE BILL-IF-TRL-NET-AMOUNT TO BILL-IF-TRL-ADJ-NET.
004547     MOVE ZERO               TO BILL-IF-TRL-REV-COUNT.
004548     MOVE ZERO               TO BILL-IF-TRL-REV-AMOUNT.
004549     WRITE BILL-IF-TRL-RECORD.
004550 5400-EXIT.
004551     EXIT.
004552*----------------------------------------------------------------
004553* 6000-WRITE-REJECT SENDS A FAILED DISPOSITION INTO THE
004554* CARRY-FORWARD REJECT STREAM AS A CHANGE, CARRYING THE
004560* SUPPRESSED VALUE AND TODAY AS ITS FIRST-SEEN DATE, SO THE
004570* NEXT DL200 RUN (AND THE DL250 AGING REPORT) SEE IT LIKE ANY
004580* OTHER REJECT.
005010     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
005020     MOVE DL260-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
005030     MOVE DL260-RUN-ID           TO DB-JRNL-RUN-ID.
005035     MOVE SPACES                 TO DB-JRNL-LINK-KEY.
005040     MOVE DL260-BEFORE-IMAGE     TO DB-JRNL-BEFORE-IMAGE.
005050     MOVE DB-RECORD              TO DB-JRNL-AFTER-IMAGE.
005060     WRITE DB-JOURNAL-RECORD.
005070 8300-EXIT.
005080     EXIT.
005081*----------------------------------------------------------------
005082* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005083* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005084* THERE IS NO CALENDAR).
005085*----------------------------------------------------------------
005086 8500-START-STEP.
005087     ACCEPT DL260-STEP-DATE-8 FROM DATE YYYYMMDD.
005088     MOVE DL260-STEP-DATE-8 TO DL260-STEP-BUS-DATE.
005089     OPEN INPUT RUN-CAL-FILE.
005090     IF DL260-RUN-CAL-STATUS = "00"
005091         READ RUN-CAL-FILE
005092             AT END
005093                 CONTINUE
005094             NOT AT END
005095                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005096                    AND RUN-CAL-BUSINESS-DATE > ZERO
005097                     MOVE RUN-CAL-BUSINESS-DATE
005098                         TO DL260-STEP-BUS-DATE
005099                 END-IF
005100         END-READ
005101         CLOSE RUN-CAL-FILE
005102     END-IF.
005103     MOVE SPACES TO STEP-CTL-RECORD.
005104     MOVE "S" TO STEP-CTL-EVENT.
005105     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005106         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005107         STEP-CTL-COUNT-5.
005108     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005109     SET DL260-STEP-STARTED TO TRUE.
005110 8500-EXIT.
005111     EXIT.
005112*----------------------------------------------------------------
005113* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005114* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005115* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005116*----------------------------------------------------------------
005117 8550-WRITE-STEP-RECORD.
005118     MOVE DL260-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005119     MOVE "DL260" TO STEP-CTL-JOB.
005120     ACCEPT DL260-STEP-DATE-8 FROM DATE YYYYMMDD.
005121     ACCEPT DL260-STEP-TIME-8 FROM TIME.
005122     MOVE DL260-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005123     MOVE DL260-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005124     OPEN EXTEND STEP-CTL-FILE.
005125     IF DL260-STEPCTL-STATUS = "35"
005126         OPEN OUTPUT STEP-CTL-FILE
005127     END-IF.
005128     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005129     CLOSE STEP-CTL-FILE.
005130 8550-EXIT.
005131     EXIT.
005132*----------------------------------------------------------------
005133* 9000-TERMINATE PRINTS THE DISPOSITION COUNTS AND CLOSES THE
005134* FILES.  DUPLICATES READ MUST EQUAL APPLIED PLUS REJECTED
005135* PLUS REVIEW-ONLY, OR THE RUN DOES NOT TIE OUT.
005136*----------------------------------------------------------------
005140 9000-TERMINATE.
005150     MOVE SPACES TO REVIEW-RPT-LINE.
005160     WRITE REVIEW-RPT-LINE.
005440     CLOSE REVIEW-RPT-FILE.
005450 9000-EXIT.
005460     EXIT.
005461*----------------------------------------------------------------
005462* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
005463* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
005464* HERE, REFUSALS INCLUDED.
005465*----------------------------------------------------------------
005466 9900-END-STEP.
005467     IF NOT DL260-STEP-STARTED
005468         GO TO 9900-EXIT
005469     END-IF.
005470     MOVE SPACES TO STEP-CTL-RECORD.
005471     MOVE "E" TO STEP-CTL-EVENT.
005472     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
005473     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
005474         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
005475     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005476 9900-EXIT.
005477     EXIT.
005478 9999-EXIT.
005479     PERFORM 9900-END-STEP THRU 9900-EXIT.
005480     STOP RUN.
