000310* DATE       INIT  DESCRIPTION                                  *
000320* ---------- ----  -----------------------------------------   *
000330* 2026-09-02  JL   INITIAL VERSION.                             *
000332* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000334*                  RETURN CODE ON THE STEP CONTROL FILE          *
000336*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000340*                                                                *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000530     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL120-JOURNAL-STATUS.
000551     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS DL120-STEPCTL-STATUS.
000554     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000555         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS DL120-RUN-CAL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DB-OUT-FILE.
000610 01  DB-BACKUP-RECORD                PIC X(86).
000620 FD  DB-JOURNAL-FILE.
000630     COPY DBJRNL.
000632 FD  STEP-CTL-FILE.
000634 01  STEP-CTL-FILE-RECORD            PIC X(80).
000636 FD  RUN-CAL-FILE.
000638     COPY RUNCAL.
000640 WORKING-STORAGE SECTION.
000650 77  DL120-BACKUP-EOF-SW             PIC X(01) VALUE "N".
000660     88  DL120-BACKUP-EOF            VALUE "Y".
000840 77  DL120-JRNL-READ-CT              PIC 9(09) VALUE ZERO COMP.
000850 77  DL120-JRNL-APPLIED-CT           PIC 9(09) VALUE ZERO COMP.
000860 77  DL120-JRNL-CONFLICT-CT          PIC 9(09) VALUE ZERO COMP.
000861 77  DL120-STEPCTL-STATUS            PIC X(02) VALUE "00".
000862 77  DL120-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000863 77  DL120-STEP-STARTED-SW           PIC X(01) VALUE "N".
000864     88  DL120-STEP-STARTED          VALUE "Y".
000865 77  DL120-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000866 77  DL120-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000867 77  DL120-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000870*    THE HEADER AND TRAILER VIEWS OF A BACKUP RECORD, MATCHING
000880*    WHAT DL110 WRITES.
000890 01  DL120-BACKUP-WORK               PIC X(86).
000980         88  DL120-BKP-TRL           VALUE "TRL".
000990     05  DL120-BKP-TRL-COUNT         PIC 9(09).
001000     05  FILLER                      PIC X(74).
001003*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001006     COPY STEPCTL.
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001025     PERFORM 8500-START-STEP THRU 8500-EXIT.
001030     PERFORM 1000-VERIFY-BACKUP THRU 1000-EXIT.
001040     IF NOT DL120-BACKUP-OK
001050         DISPLAY "DL120: BACKUP NOT USABLE - MASTER UNTOUCHED"
002570     END-IF.
002580 3100-EXIT.
002590     EXIT.
002591*----------------------------------------------------------------
002592* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
002593* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
002594* THERE IS NO CALENDAR).
002595*----------------------------------------------------------------
002596 8500-START-STEP.
002597     ACCEPT DL120-STEP-DATE-8 FROM DATE YYYYMMDD.
002598     MOVE DL120-STEP-DATE-8 TO DL120-STEP-BUS-DATE.
002599     OPEN INPUT RUN-CAL-FILE.
002600     IF DL120-RUN-CAL-STATUS = "00"
002601         READ RUN-CAL-FILE
002602             AT END
002603                 CONTINUE
002604             NOT AT END
002605                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
002606                    AND RUN-CAL-BUSINESS-DATE > ZERO
002607                     MOVE RUN-CAL-BUSINESS-DATE
002608                         TO DL120-STEP-BUS-DATE
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
002619     SET DL120-STEP-STARTED TO TRUE.
002620 8500-EXIT.
002621     EXIT.
002622*----------------------------------------------------------------
002623* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
002624* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
002625* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
002626*----------------------------------------------------------------
002627 8550-WRITE-STEP-RECORD.
002628     MOVE DL120-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
002629     MOVE "DL120" TO STEP-CTL-JOB.
002630     ACCEPT DL120-STEP-DATE-8 FROM DATE YYYYMMDD.
002631     ACCEPT DL120-STEP-TIME-8 FROM TIME.
002632     MOVE DL120-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
002633     MOVE DL120-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
002634     OPEN EXTEND STEP-CTL-FILE.
002635     IF DL120-STEPCTL-STATUS = "35"
002636         OPEN OUTPUT STEP-CTL-FILE
002637     END-IF.
002638     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
002639     CLOSE STEP-CTL-FILE.
002640 8550-EXIT.
002641     EXIT.
002642*----------------------------------------------------------------
002643* 9000-TERMINATE REPORTS WHAT WAS RESTORED.  ANY JOURNAL
002644* CONFLICT ENDS THE RUN WITH RETURN-CODE 4 - THE RESTORE STOOD,
002645* BUT THE OPERATOR MUST CONFIRM THE JOURNAL BELONGED TO THE
002646* BACKUP THAT WAS RELOADED.
002650*----------------------------------------------------------------
002660 9000-TERMINATE.
002670     DISPLAY "DL120 BACKUP DATE     = " DL120-BACKUP-DATE.
002740     END-IF.
002750 9000-EXIT.
002760     EXIT.
002761*----------------------------------------------------------------
002762* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
002763* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
002764* HERE, REFUSALS INCLUDED.
002765*----------------------------------------------------------------
002766 9900-END-STEP.
002767     IF NOT DL120-STEP-STARTED
002768         GO TO 9900-EXIT
002769     END-IF.
002770     MOVE SPACES TO STEP-CTL-RECORD.
002771     MOVE "E" TO STEP-CTL-EVENT.
002772     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
002773     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
002774         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
002775     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
002776 9900-EXIT.
002777     EXIT.
002778 9999-EXIT.
002779     PERFORM 9900-END-STEP THRU 9900-EXIT.
002780     STOP RUN.
