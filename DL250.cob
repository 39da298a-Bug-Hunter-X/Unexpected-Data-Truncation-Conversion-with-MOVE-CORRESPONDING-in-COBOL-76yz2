000280* DATE       INIT  DESCRIPTION                                  *
000290* ---------- ----  -----------------------------------------   *
000300* 2026-09-02  JL   INITIAL VERSION.                             *
000302* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000304*                  RETURN CODE ON THE STEP CONTROL FILE          *
000306*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000310*                                                                *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000500         FILE STATUS IS DL250-RUN-CAL-STATUS.
000510     SELECT AGING-RPT-FILE  ASSIGN TO "AGINGRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000522     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS DL250-STEPCTL-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DB-REJECT-FILE.
000620     COPY RUNCAL.
000630 FD  AGING-RPT-FILE.
000640 01  AGING-RPT-LINE                  PIC X(132).
000643 FD  STEP-CTL-FILE.
000646 01  STEP-CTL-FILE-RECORD            PIC X(80).
000650 WORKING-STORAGE SECTION.
000660 77  DL250-REJECT-EOF-SW             PIC X(01) VALUE "N".
000670     88  DL250-REJECT-EOF            VALUE "Y".
000850 77  DL250-BUCKET-UNKNOWN-CT         PIC 9(09) VALUE ZERO COMP.
000860 77  DL250-LINE-CT                   PIC 9(03) VALUE 99 COMP.
000870 77  DL250-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
000871 77  DL250-STEPCTL-STATUS            PIC X(02) VALUE "00".
000872 77  DL250-STEP-STARTED-SW           PIC X(01) VALUE "N".
000873     88  DL250-STEP-STARTED          VALUE "Y".
000874 77  DL250-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000875 77  DL250-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000876 77  DL250-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000880 01  DL250-RPT-HEADING1.
000890     05  FILLER                      PIC X(30)
000900         VALUE "REJECT AGING REPORT - DL250".
001370         VALUE "OVER THRESHOLD......".
001380     05  DL250-RPT-FLAGGED-CT        PIC ZZZZZZZZ9.
001390     05  FILLER                      PIC X(103) VALUE SPACES.
001393*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001396     COPY STEPCTL.
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001415     PERFORM 8500-START-STEP THRU 8500-EXIT.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180     MOVE ZERO TO DL250-LINE-CT.
003190 5500-EXIT.
003200     EXIT.
003201*----------------------------------------------------------------
003202* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
003203* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
003204* THERE IS NO CALENDAR).
003205*----------------------------------------------------------------
003206 8500-START-STEP.
003207     ACCEPT DL250-STEP-DATE-8 FROM DATE YYYYMMDD.
003208     MOVE DL250-STEP-DATE-8 TO DL250-STEP-BUS-DATE.
003209     OPEN INPUT RUN-CAL-FILE.
003210     IF DL250-RUN-CAL-STATUS = "00"
003211         READ RUN-CAL-FILE
003212             AT END
003213                 CONTINUE
003214             NOT AT END
003215                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
003216                    AND RUN-CAL-BUSINESS-DATE > ZERO
003217                     MOVE RUN-CAL-BUSINESS-DATE
003218                         TO DL250-STEP-BUS-DATE
003219                 END-IF
003220         END-READ
003221         CLOSE RUN-CAL-FILE
003222     END-IF.
003223     MOVE SPACES TO STEP-CTL-RECORD.
003224     MOVE "S" TO STEP-CTL-EVENT.
003225     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
003226         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
003227         STEP-CTL-COUNT-5.
003228     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003229     SET DL250-STEP-STARTED TO TRUE.
003230 8500-EXIT.
003231     EXIT.
003232*----------------------------------------------------------------
003233* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
003234* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
003235* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
003236*----------------------------------------------------------------
003237 8550-WRITE-STEP-RECORD.
003238     MOVE DL250-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
003239     MOVE "DL250" TO STEP-CTL-JOB.
003240     ACCEPT DL250-STEP-DATE-8 FROM DATE YYYYMMDD.
003241     ACCEPT DL250-STEP-TIME-8 FROM TIME.
003242     MOVE DL250-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
003243     MOVE DL250-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
003244     OPEN EXTEND STEP-CTL-FILE.
003245     IF DL250-STEPCTL-STATUS = "35"
003246         OPEN OUTPUT STEP-CTL-FILE
003247     END-IF.
003248     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
003249     CLOSE STEP-CTL-FILE.
003250 8550-EXIT.
003251     EXIT.
003252*----------------------------------------------------------------
003253* 9000-TERMINATE PRINTS THE AGE BUCKETS, THE THRESHOLD AND THE
003254* ESCALATION COUNT, SETS RETURN-CODE 4 WHEN ANYTHING NEEDS
003255* SUPERVISION'S EYES, AND CLOSES THE FILES.
003256*----------------------------------------------------------------
003260 9000-TERMINATE.
003270     IF DL250-PAGE-CT = ZERO
003280         PERFORM 5500-PRINT-HEADINGS THRU 5500-EXIT
003700     CLOSE AGING-RPT-FILE.
003710 9000-EXIT.
003720     EXIT.
003721*----------------------------------------------------------------
003722* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
003723* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
003724* HERE, REFUSALS INCLUDED.
003725*----------------------------------------------------------------
003726 9900-END-STEP.
003727     IF NOT DL250-STEP-STARTED
003728         GO TO 9900-EXIT
003729     END-IF.
003730     MOVE SPACES TO STEP-CTL-RECORD.
003731     MOVE "E" TO STEP-CTL-EVENT.
003732     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
003733     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
003734         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
003735     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003736 9900-EXIT.
003737     EXIT.
003738 9999-EXIT.
003739     PERFORM 9900-END-STEP THRU 9900-EXIT.
003740     STOP RUN.
