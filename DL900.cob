000160*     MORNING CHECK MEANT OPENING SIX OUTPUTS AND KNOWING       *
000170*     WHICH REFUSAL MESSAGE TO LOOK FOR IN EACH.  THIS JOB      *
000180*     READS THE RUN CALENDAR, THE RUN HISTORY, THE STREAM       *
000190*     CONTROL RECORDS AND THE STEP CONTROL FILE (STEPCTL -      *
000200*     EACH JOB'S STANDING, RETURN CODE AND KEY COUNTS)          *
000210*     AND PRINTS ONE PAGE FOR THE NIGHT (STATRPT): A GO/WARN/   *
000220*     NO-GO LINE PER STEP WITH ITS KEY FIGURES, THE OVERALL     *
000230*     READ = WRITTEN + REJECTED + DUPLICATED TIE-OUT, AND A     *
000290* DATE       INIT  DESCRIPTION                                  *
000300* ---------- ----  -----------------------------------------   *
000310* 2026-09-02  JL   INITIAL VERSION.                             *
000311* 2026-10-15  JL   FIGURES AND STEP STANDINGS NOW COME FROM THE  *
000312*                  STEP CONTROL FILE (STEPCTL) INSTEAD OF        *
000313*                  SCRAPING REPORT COUNT LABELS. EVERY STEP OF   *
000314*                  THE NIGHT IS LISTED; A FAILED OR UNENDED STEP *
000315*                  OR A PREDECESSOR OVERRIDE IS NOTED. RECORDS   *
000316*                  ITS OWN START AND END THERE TOO.              *
000317* 2026-10-15  JL   THE DL200 TIE-OUT NOW INCLUDES THE REJECTS    *
000318*                  CLEARED BY A REGION'S OWN RESEND (THE FIFTH   *
000319*                  COUNT ON ITS STEPCTL END RECORD), NOTED UNDER *
000320*                  THE REPAIR LINE WHEN THERE ARE ANY.           *
000325*                                                                *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DL900.
000490     SELECT STREAM-CTL-FILE ASSIGN USING DL900-STRMCTL-DD
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL900-STRMCTL-STATUS.
000550     SELECT STATUS-RPT-FILE ASSIGN TO "STATRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000562     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS DL900-STEPCTL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RUN-CAL-FILE.
000620     COPY RUNHIST.
000630 FD  STREAM-CTL-FILE.
000640     COPY STRMCTL.
000670 FD  STATUS-RPT-FILE.
000680 01  STATUS-RPT-LINE                 PIC X(80).
000683 FD  STEP-CTL-FILE.
000686 01  STEP-CTL-FILE-RECORD            PIC X(80).
000690 WORKING-STORAGE SECTION.
000700 77  DL900-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000710 77  DL900-RUN-HIST-STATUS           PIC X(02) VALUE "00".
000720 77  DL900-STRMCTL-STATUS            PIC X(02) VALUE "00".
000740 77  DL900-STRMCTL-DD                PIC X(09) VALUE "STRMCTL".
000760 77  DL900-HIST-EOF-SW               PIC X(01) VALUE "N".
000770     88  DL900-HIST-EOF              VALUE "Y".
000780 77  DL900-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
000790     88  DL900-STEPCTL-EOF           VALUE "Y".
000800 77  DL900-HARD-FAIL-SW              PIC X(01) VALUE "N".
000810     88  DL900-HARD-FAIL             VALUE "Y".
000820 77  DL900-WARNED-SW                 PIC X(01) VALUE "N".
000910 77  DL900-STREAMS-BAD-CT            PIC 9(02) VALUE ZERO COMP.
000920 77  DL900-HIST-RUNS-CT              PIC 9(05) VALUE ZERO COMP.
000930 77  DL900-HIST-ERRORS-CT            PIC 9(05) VALUE ZERO COMP.
000933 77  DL900-STEPS-CT                  PIC 9(02) VALUE ZERO COMP.
000936 77  DL900-STEPS-DROPPED-CT          PIC 9(05) VALUE ZERO COMP.
000939 77  DL900-STEPS-BAD-CT              PIC 9(02) VALUE ZERO COMP.
000942 77  DL900-STEP-IDX                  PIC 9(02) VALUE ZERO COMP.
000945 77  DL900-FOUND-IDX                 PIC 9(02) VALUE ZERO COMP.
000948 77  DL900-FIND-JOB                  PIC X(05) VALUE SPACES.
000951 77  DL900-FIND-STREAM-ID            PIC X(01) VALUE SPACE.
000954 77  DL900-STEP-VERDICT              PIC X(06) VALUE SPACES.
000957 77  DL900-OVERRIDES-CT              PIC 9(05) VALUE ZERO COMP.
000960 77  DL900-CNV-READ                  PIC 9(09) VALUE ZERO COMP.
000970 77  DL900-CNV-WRITTEN               PIC 9(09) VALUE ZERO COMP.
000990 77  DL900-CNV-REJECTED              PIC 9(09) VALUE ZERO COMP.
001010 77  DL900-CNV-DUPED                 PIC 9(09) VALUE ZERO COMP.
001070 77  DL900-CNV-PRESENT-SW            PIC X(01) VALUE "N".
001080 77  DL900-RPR-READ                  PIC 9(09) VALUE ZERO COMP.
001090 77  DL900-RPR-REPAIRED              PIC 9(09) VALUE ZERO COMP.
001100 77  DL900-RPR-STILL                 PIC 9(09) VALUE ZERO COMP.
001110 77  DL900-RPR-NO-CARD               PIC 9(09) VALUE ZERO COMP.
001113 77  DL900-RPR-CLEARED               PIC 9(09) VALUE ZERO COMP.
001116 77  DL900-RPR-CLEARED-ED            PIC ZZZZZZZZ9.
001120 77  DL900-RPR-PRESENT-SW            PIC X(01) VALUE "N".
001140 77  DL900-BIL-UNACKED               PIC 9(09) VALUE ZERO COMP.
001150 77  DL900-BIL-NOT-SENT              PIC 9(09) VALUE ZERO COMP.
001160 77  DL900-BIL-BATCH-ERRS            PIC 9(09) VALUE ZERO COMP.
001180 77  DL900-TRD-FLAGGED               PIC 9(09) VALUE ZERO COMP.
001190 77  DL900-TRD-PRESENT-SW            PIC X(01) VALUE "N".
001200 77  DL900-TIE-SUM                   PIC 9(09) VALUE ZERO COMP.
001201 77  DL900-STEPCTL-STATUS            PIC X(02) VALUE "00".
001202 77  DL900-STEP-STARTED-SW           PIC X(01) VALUE "N".
001203     88  DL900-STEP-STARTED          VALUE "Y".
001204 77  DL900-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001205 77  DL900-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001206 77  DL900-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001210 01  DL900-RPT-TITLE-LINE.
001220     05  FILLER                      PIC X(25)
001230         VALUE "NIGHT STATUS - DL900     ".
001880     05  FILLER                      PIC X(07) VALUE "  READ ".
001890     05  DL900-RPT-STRM-READ         PIC ZZZZZZZ9.
001900     05  FILLER                      PIC X(32) VALUE SPACES.
001901 01  DL900-RPT-STEP-LINE.
001902     05  FILLER                      PIC X(14)
001903         VALUE "STEP          ".
001904     05  DL900-RPT-STEP-JOB          PIC X(05).
001905     05  FILLER                      PIC X(01) VALUE SPACE.
001906     05  DL900-RPT-STEP-STREAM-ID    PIC X(01).
001907     05  FILLER                      PIC X(01) VALUE SPACE.
001908     05  DL900-RPT-STEP-STATE        PIC X(08).
001909     05  FILLER                      PIC X(04) VALUE " RC ".
001910     05  DL900-RPT-STEP-RC           PIC 9(03).
001911     05  FILLER                      PIC X(43) VALUE SPACES.
001915 01  DL900-RPT-TIE-LINE.
001920     05  FILLER                      PIC X(14)
001930         VALUE "TIE-OUT       ".
001940     05  DL900-RPT-TIE-STATUS        PIC X(06).
002070     05  FILLER                      PIC X(05) VALUE "  -- ".
002080     05  DL900-RPT-NOTE              PIC X(60).
002090     05  FILLER                      PIC X(15) VALUE SPACES.
002091*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
002092     COPY STEPCTL.
002093*    THE NIGHT'S STANDING OF EVERY STEP ON STEPCTL - THE LATEST
002094*    START OR END FOR EACH JOB AND STREAM ON THE BUSINESS DATE.
002095 01  DL900-STEP-TABLE.
002096     05  DL900-STEP-ENTRY OCCURS 40 TIMES.
002097         10  DL900-STP-JOB               PIC X(05).
002098         10  DL900-STP-STREAM-ID         PIC X(01).
002099         10  DL900-STP-EVENT             PIC X(01).
002100         10  DL900-STP-RC                PIC 9(03).
002101         10  DL900-STP-COUNT-1           PIC 9(09).
002102         10  DL900-STP-COUNT-2           PIC 9(09).
002103         10  DL900-STP-COUNT-3           PIC 9(09).
002104         10  DL900-STP-COUNT-4           PIC 9(09).
002105         10  DL900-STP-COUNT-5           PIC 9(09).
002107 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002115     PERFORM 8500-START-STEP THRU 8500-EXIT.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT.
002140     PERFORM 2500-CHECK-RUN-HISTORY THRU 2500-EXIT.
002146     PERFORM 2700-LOAD-STEPS THRU 2700-EXIT.
002152     PERFORM 3000-CHECK-CONVERT THRU 3000-EXIT.
002160     PERFORM 3500-CHECK-STREAMS THRU 3500-EXIT.
002168     PERFORM 3800-LIST-STEPS THRU 3800-EXIT.
002176     PERFORM 4000-CHECK-REPAIR THRU 4000-EXIT.
002184     PERFORM 5000-CHECK-BILLING THRU 5000-EXIT.
002192     PERFORM 6000-CHECK-TREND THRU 6000-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     GO TO 9999-EXIT.
002220 1000-INITIALIZE.
003070     END-IF.
003080 2600-EXIT.
003090     EXIT.
003091*----------------------------------------------------------------
003092* 2700-LOAD-STEPS READS THE STEP CONTROL FILE FOR THE BUSINESS
003093* DATE.  EVERY DL JOB RECORDS ITS START AND ITS END THERE, THE
003094* END WITH ITS RETURN CODE AND KEY COUNTS, SO THE LATEST RECORD
003095* PER JOB AND STREAM IS THAT STEP'S STANDING FOR THE NIGHT AND
003096* THE FIGURES BELOW COME STRAIGHT FROM THE JOBS THEMSELVES.  AN
003097* OPERATOR OVERRIDE OF A PREDECESSOR CHECK IS A WARNING - THE
003098* STEP RAN OUT OF ORDER ON SOMEONE'S SAY-SO.
003099*----------------------------------------------------------------
003100 2700-LOAD-STEPS.
003101     OPEN INPUT STEP-CTL-FILE.
003102     IF DL900-STEPCTL-STATUS NOT = "00"
003103         SET DL900-HARD-FAIL TO TRUE
003104         MOVE "STEP CONTROL FILE (STEPCTL) NOT AVAILABLE"
003105             TO DL900-RPT-NOTE
003106         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
003107         GO TO 2700-EXIT
003108     END-IF.
003109     PERFORM 2750-LOAD-ONE-STEP THRU 2750-EXIT
003110         UNTIL DL900-STEPCTL-EOF.
003111     CLOSE STEP-CTL-FILE.
003112     IF DL900-STEPS-DROPPED-CT > ZERO
003113         SET DL900-WARNED TO TRUE
003114         MOVE "STEP TABLE FULL - SOME STEPS NOT LISTED"
003115             TO DL900-RPT-NOTE
003116         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
003117     END-IF.
003118 2700-EXIT.
003119     EXIT.
003120 2750-LOAD-ONE-STEP.
003121     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
003122         AT END
003123             SET DL900-STEPCTL-EOF TO TRUE
003124             GO TO 2750-EXIT
003125     END-READ.
003126     IF STEP-CTL-BUSINESS-DATE NOT = DL900-BUSINESS-DATE
003127        OR STEP-CTL-JOB = "DL900"
003128         GO TO 2750-EXIT
003129     END-IF.
003130     IF STEP-CTL-OVERRIDDEN
003131         PERFORM 2780-NOTE-OVERRIDE THRU 2780-EXIT
003132         GO TO 2750-EXIT
003133     END-IF.
003134     MOVE STEP-CTL-JOB       TO DL900-FIND-JOB.
003135     MOVE STEP-CTL-STREAM-ID TO DL900-FIND-STREAM-ID.
003136     PERFORM 2800-FIND-STEP THRU 2800-EXIT.
003137     IF DL900-FOUND-IDX = ZERO
003138         IF DL900-STEPS-CT NOT < 40
003139             ADD 1 TO DL900-STEPS-DROPPED-CT
003140             GO TO 2750-EXIT
003141         END-IF
003142         ADD 1 TO DL900-STEPS-CT
003143         MOVE DL900-STEPS-CT TO DL900-FOUND-IDX
003144         MOVE STEP-CTL-JOB TO DL900-STP-JOB (DL900-FOUND-IDX)
003145         MOVE STEP-CTL-STREAM-ID
003146             TO DL900-STP-STREAM-ID (DL900-FOUND-IDX)
003147     END-IF.
003148     MOVE STEP-CTL-EVENT   TO DL900-STP-EVENT (DL900-FOUND-IDX).
003149     MOVE STEP-CTL-RETURN-CODE TO DL900-STP-RC (DL900-FOUND-IDX).
003150     MOVE STEP-CTL-COUNT-1 TO DL900-STP-COUNT-1 (DL900-FOUND-IDX).
003151     MOVE STEP-CTL-COUNT-2 TO DL900-STP-COUNT-2 (DL900-FOUND-IDX).
003152     MOVE STEP-CTL-COUNT-3 TO DL900-STP-COUNT-3 (DL900-FOUND-IDX).
003153     MOVE STEP-CTL-COUNT-4 TO DL900-STP-COUNT-4 (DL900-FOUND-IDX).
003154     IF STEP-CTL-COUNT-5 IS NUMERIC
003155         MOVE STEP-CTL-COUNT-5
003156             TO DL900-STP-COUNT-5 (DL900-FOUND-IDX)
003157     ELSE
003158         MOVE ZERO TO DL900-STP-COUNT-5 (DL900-FOUND-IDX)
003159     END-IF.
003160 2750-EXIT.
003161     EXIT.
003162 2780-NOTE-OVERRIDE.
003163     ADD 1 TO DL900-OVERRIDES-CT.
003164     SET DL900-WARNED TO TRUE.
003165     MOVE SPACES TO DL900-RPT-NOTE.
003166     STRING "OVERRIDE: " STEP-CTL-JOB " RAN PAST "
003167         STEP-CTL-OVR-PRED-JOB " (" STEP-CTL-OVR-PRED-STATE
003168         ") BY " STEP-CTL-OVR-OPERATOR
003169         DELIMITED BY SIZE INTO DL900-RPT-NOTE.
003170     PERFORM 8000-WRITE-NOTE THRU 8000-EXIT.
003171 2780-EXIT.
003172     EXIT.
003173*----------------------------------------------------------------
003174* 2800-FIND-STEP LOOKS UP THE STEP NAMED IN DL900-FIND-JOB AND
003175* DL900-FIND-STREAM-ID, LEAVING ITS ENTRY IN DL900-FOUND-IDX
003176* (ZERO WHEN THE NIGHT HAS NO RECORD OF IT).
003177*----------------------------------------------------------------
003178 2800-FIND-STEP.
003179     MOVE ZERO TO DL900-FOUND-IDX.
003180     PERFORM 2810-MATCH-ONE-STEP THRU 2810-EXIT
003181         VARYING DL900-STEP-IDX FROM 1 BY 1
003182         UNTIL DL900-STEP-IDX > DL900-STEPS-CT
003183            OR DL900-FOUND-IDX > ZERO.
003184 2800-EXIT.
003185     EXIT.
003186 2810-MATCH-ONE-STEP.
003187     IF DL900-STP-JOB (DL900-STEP-IDX) = DL900-FIND-JOB
003188        AND DL900-STP-STREAM-ID (DL900-STEP-IDX)
003189            = DL900-FIND-STREAM-ID
003190         MOVE DL900-STEP-IDX TO DL900-FOUND-IDX
003191     END-IF.
003192 2810-EXIT.
003193     EXIT.
003194*----------------------------------------------------------------
003195* 3000-CHECK-CONVERT TAKES THE CONVERT/MERGE FIGURES FROM THE
003196* NIGHT'S END RECORD: DL150'S ON A SPLIT NIGHT, ELSE THE WHOLE-
003197* FILE DL100 RUN'S.  BOTH RECORD READ, WRITTEN (HELD ITEMS
003198* INCLUDED), REJECTED AND DUPLICATED.  A STEP THAT NEVER ENDED
003199* OR ENDED ABOVE RETURN CODE 4 IS A NO-GO; RETURN CODE 4 IS A
003200* WARNING.
003201*----------------------------------------------------------------
003202 3000-CHECK-CONVERT.
003203     MOVE "DL150" TO DL900-FIND-JOB.
003204     MOVE SPACE   TO DL900-FIND-STREAM-ID.
003208     PERFORM 2800-FIND-STEP THRU 2800-EXIT.
003215     IF DL900-FOUND-IDX = ZERO
003222         MOVE "DL100" TO DL900-FIND-JOB
003229         PERFORM 2800-FIND-STEP THRU 2800-EXIT
003236     END-IF.
003243     IF DL900-FOUND-IDX = ZERO
003250         SET DL900-HARD-FAIL TO TRUE
003257         MOVE "NO CONVERT OR MERGE STEP (DL100/DL150) FOR NIGHT"
003264             TO DL900-RPT-NOTE
003271         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
003278         MOVE "NO-GO " TO DL900-STEP-VERDICT
003285         GO TO 3000-PRINT
003292     END-IF.
003310     MOVE "Y" TO DL900-CNV-PRESENT-SW.
003320     MOVE DL900-STP-COUNT-1 (DL900-FOUND-IDX) TO DL900-CNV-READ.
003330     MOVE DL900-STP-COUNT-2 (DL900-FOUND-IDX)
003340         TO DL900-CNV-WRITTEN.
003350     MOVE DL900-STP-COUNT-3 (DL900-FOUND-IDX)
003360         TO DL900-CNV-REJECTED.
003370     MOVE DL900-STP-COUNT-4 (DL900-FOUND-IDX) TO DL900-CNV-DUPED.
003380     PERFORM 7000-JUDGE-STEP THRU 7000-EXIT.
003390     IF DL900-STEP-VERDICT = "WARN  "
003400         MOVE SPACES TO DL900-RPT-NOTE
003410         STRING DL900-FIND-JOB
003420             " ENDED WITH WARNINGS - SEE RECONRPT"
003430             DELIMITED BY SIZE INTO DL900-RPT-NOTE
003440         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
003450     END-IF.
003500 3000-PRINT.
003510     IF DL900-CNV-PRESENT-SW = "Y"
003520        AND DL900-STEP-VERDICT NOT = "NO-GO "
003530        AND DL900-CAL-RUN-STATUS = "C"
003534         MOVE DL900-STEP-VERDICT TO DL900-RPT-CNV-STATUS
003538         IF DL900-STEP-VERDICT = "WARN  "
003542             SET DL900-WARNED TO TRUE
003546         END-IF
003550     ELSE
003560         MOVE "NO-GO " TO DL900-RPT-CNV-STATUS
003565         SET DL900-HARD-FAIL TO TRUE
003570     END-IF.
003580     MOVE DL900-CNV-READ     TO DL900-RPT-CNV-READ.
003590     MOVE DL900-CNV-WRITTEN  TO DL900-RPT-CNV-WRITTEN.
003630     WRITE STATUS-RPT-LINE.
003640 3000-EXIT.
003650     EXIT.
004080*----------------------------------------------------------------
004090* 3500-CHECK-STREAMS READS WHATEVER STREAM CONTROL RECORDS THE
004100* NIGHT LEFT (STRMCTL1..STRMCTL9) AND PRINTS ONE LINE EACH.  A
004570     WRITE STATUS-RPT-LINE.
004580 3600-EXIT.
004590     EXIT.
004591*----------------------------------------------------------------
004592* 3800-LIST-STEPS PRINTS ONE LINE PER STEP THE NIGHT RECORDED,
004593* WITH ITS STANDING AND RETURN CODE.  A STEP THAT FAILED OR
004594* NEVER ENDED, AND WAS NOT RERUN CLEAN, IS A WARNING HERE - THE
004595* LINES THAT FOLLOW DECIDE WHETHER IT COSTS THE NIGHT.
004596*----------------------------------------------------------------
004597 3800-LIST-STEPS.
004598     PERFORM 3850-LIST-ONE-STEP THRU 3850-EXIT
004599         VARYING DL900-STEP-IDX FROM 1 BY 1
004600         UNTIL DL900-STEP-IDX > DL900-STEPS-CT.
004601     IF DL900-STEPS-BAD-CT > ZERO
004602         SET DL900-WARNED TO TRUE
004603         MOVE "AT LEAST ONE STEP FAILED OR NEVER ENDED"
004604             TO DL900-RPT-NOTE
004605         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
004606     END-IF.
004607 3800-EXIT.
004608     EXIT.
004609 3850-LIST-ONE-STEP.
004610     MOVE DL900-STP-JOB (DL900-STEP-IDX) TO DL900-RPT-STEP-JOB.
004611     MOVE DL900-STP-STREAM-ID (DL900-STEP-IDX)
004612         TO DL900-RPT-STEP-STREAM-ID.
004613     MOVE DL900-STP-RC (DL900-STEP-IDX) TO DL900-RPT-STEP-RC.
004614     IF DL900-STP-EVENT (DL900-STEP-IDX) = "S"
004615         MOVE "RUNNING " TO DL900-RPT-STEP-STATE
004616         ADD 1 TO DL900-STEPS-BAD-CT
004617     ELSE
004618         IF DL900-STP-RC (DL900-STEP-IDX) > 4
004619             MOVE "FAILED  " TO DL900-RPT-STEP-STATE
004620             ADD 1 TO DL900-STEPS-BAD-CT
004621         ELSE
004622             MOVE "COMPLETE" TO DL900-RPT-STEP-STATE
004623         END-IF
004624     END-IF.
004625     MOVE DL900-RPT-STEP-LINE TO STATUS-RPT-LINE.
004626     WRITE STATUS-RPT-LINE.
004627 3850-EXIT.
004628     EXIT.
004629*----------------------------------------------------------------
004630* 4000-CHECK-REPAIR TAKES THE DL200 FIGURES FROM ITS END RECORD
004631* AND CHECKS ITS OWN TIE-OUT: REJECTS READ MUST EQUAL REPAIRED
004632* PLUS STILL REJECTED PLUS NO-CARD PLUS CLEARED BY THE
004633* REGION'S RESEND.  RETURN CODE 4 (AN
004634* UNAPPROVED DECK) IS A WARNING - THE REJECTS CARRIED FORWARD
004640* SAFELY, BUT SOMEONE MEANT TO REPAIR THEM.  A REFUSED OR
004648* FAILED REPAIR STEP IS A NO-GO.
004660*----------------------------------------------------------------
004670 4000-CHECK-REPAIR.
004680     MOVE "DL200" TO DL900-FIND-JOB.
004690     MOVE SPACE   TO DL900-FIND-STREAM-ID.
004700     PERFORM 2800-FIND-STEP THRU 2800-EXIT.
004710     IF DL900-FOUND-IDX = ZERO
004730         SET DL900-HARD-FAIL TO TRUE
004740         MOVE "NO REPAIR STEP (DL200) FOR THE NIGHT"
004750             TO DL900-RPT-NOTE
004760         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
004770         GO TO 4000-PRINT
004780     END-IF.
004790     MOVE "Y" TO DL900-RPR-PRESENT-SW.
004796     MOVE DL900-STP-COUNT-1 (DL900-FOUND-IDX) TO DL900-RPR-READ.
004802     MOVE DL900-STP-COUNT-2 (DL900-FOUND-IDX)
004808         TO DL900-RPR-REPAIRED.
004814     MOVE DL900-STP-COUNT-3 (DL900-FOUND-IDX) TO DL900-RPR-STILL.
004820     MOVE DL900-STP-COUNT-4 (DL900-FOUND-IDX)
004826         TO DL900-RPR-NO-CARD.
004828     MOVE DL900-STP-COUNT-5 (DL900-FOUND-IDX)
004830         TO DL900-RPR-CLEARED.
004832     PERFORM 7000-JUDGE-STEP THRU 7000-EXIT.
004838     IF DL900-STEP-VERDICT = "WARN  "
004850         SET DL900-WARNED TO TRUE
004860         MOVE "REPAIR DECK WAS NOT APPROVED - NOTHING REPAIRED"
004870             TO DL900-RPT-NOTE
004890     END-IF.
004900     COMPUTE DL900-TIE-SUM
004910         = DL900-RPR-REPAIRED + DL900-RPR-STILL
004911         + DL900-RPR-NO-CARD + DL900-RPR-CLEARED.
004912*    REJECTS THE REGIONS CLEARED BY RESENDING ARE NOT ON THE
004913*    REPAIR LINE, SO THEY ARE NOTED TO SHOW THE TIE-OUT.
004914     IF DL900-RPR-CLEARED > ZERO
004915         MOVE DL900-RPR-CLEARED TO DL900-RPR-CLEARED-ED
004916         MOVE SPACES TO DL900-RPT-NOTE
004917         STRING DL900-RPR-CLEARED-ED
004918             " REJECTS CLEARED BY THE REGION'S OWN RESEND"
004919             DELIMITED BY SIZE INTO DL900-RPT-NOTE
004920         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
004921     END-IF.
004930     IF DL900-TIE-SUM NOT = DL900-RPR-READ
004940         SET DL900-HARD-FAIL TO TRUE
004950         MOVE "DL200 FIGURES DO NOT TIE OUT"
004980     END-IF.
004990 4000-PRINT.
005000     IF DL900-RPR-PRESENT-SW = "Y"
005005        AND DL900-STEP-VERDICT NOT = "NO-GO "
005010        AND DL900-TIE-SUM = DL900-RPR-READ
005020         MOVE DL900-STEP-VERDICT TO DL900-RPT-RPR-STATUS
005070     ELSE
005080         MOVE "NO-GO " TO DL900-RPT-RPR-STATUS
005085         SET DL900-HARD-FAIL TO TRUE
005090     END-IF.
005100     MOVE DL900-RPR-READ     TO DL900-RPT-RPR-READ.
005110     MOVE DL900-RPR-REPAIRED TO DL900-RPT-RPR-REPAIRED.
005150     WRITE STATUS-RPT-LINE.
005160 4000-EXIT.
005170     EXIT.
005430*----------------------------------------------------------------
005438* 5000-CHECK-BILLING TAKES THE DL400 EXCEPTION COUNTS FROM ITS
005446* END RECORD: SENT-NOT-ACKED, ACKED-NOT-SENT AND BATCH CONTROL
005454* FAILURES.  ANY OF THEM, A FAILED STEP, OR NO STEP AT ALL, IS
005462* A NO-GO.
005470*----------------------------------------------------------------
005480 5000-CHECK-BILLING.
005490     MOVE "DL400" TO DL900-FIND-JOB.
005500     MOVE SPACE   TO DL900-FIND-STREAM-ID.
005510     PERFORM 2800-FIND-STEP THRU 2800-EXIT.
005520     IF DL900-FOUND-IDX = ZERO
005530         SET DL900-HARD-FAIL TO TRUE
005540         MOVE "NO BILLING RECONCILIATION STEP (DL400) FOR NIGHT"
005550             TO DL900-RPT-NOTE
005560         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
005570         GO TO 5000-PRINT
005580     END-IF.
005590     MOVE "Y" TO DL900-BIL-PRESENT-SW.
005595     MOVE DL900-STP-COUNT-1 (DL900-FOUND-IDX)
005600         TO DL900-BIL-UNACKED.
005605     MOVE DL900-STP-COUNT-2 (DL900-FOUND-IDX)
005610         TO DL900-BIL-NOT-SENT.
005615     MOVE DL900-STP-COUNT-3 (DL900-FOUND-IDX)
005620         TO DL900-BIL-BATCH-ERRS.
005625     PERFORM 7000-JUDGE-STEP THRU 7000-EXIT.
005630 5000-PRINT.
005640     IF DL900-BIL-PRESENT-SW = "Y"
005645        AND DL900-STEP-VERDICT = "GO    "
005650        AND DL900-BIL-UNACKED = ZERO
005660        AND DL900-BIL-NOT-SENT = ZERO
005670        AND DL900-BIL-BATCH-ERRS = ZERO
005790     WRITE STATUS-RPT-LINE.
005800 5000-EXIT.
005810     EXIT.
005990*----------------------------------------------------------------
005998* 6000-CHECK-TREND TAKES THE DL500 FLAGGED-RUN COUNT FROM ITS
006006* END RECORD.  A FLAGGED RUN, A FAILED STEP, OR NO TREND STEP
006014* AT ALL, IS A WARNING - THE VOLUMES MOVED, BUT NOTHING IS
006022* PROVABLY WRONG.
006030*----------------------------------------------------------------
006040 6000-CHECK-TREND.
006050     MOVE "DL500" TO DL900-FIND-JOB.
006060     MOVE SPACE   TO DL900-FIND-STREAM-ID.
006070     PERFORM 2800-FIND-STEP THRU 2800-EXIT.
006080     IF DL900-FOUND-IDX = ZERO
006090         SET DL900-WARNED TO TRUE
006100         MOVE "NO TREND STEP (DL500) FOR THE NIGHT"
006110             TO DL900-RPT-NOTE
006120         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
006130         GO TO 6000-PRINT
006140     END-IF.
006150     MOVE "Y" TO DL900-TRD-PRESENT-SW.
006160     MOVE DL900-STP-COUNT-1 (DL900-FOUND-IDX)
006170         TO DL900-TRD-FLAGGED.
006180     PERFORM 7000-JUDGE-STEP THRU 7000-EXIT.
006190 6000-PRINT.
006200     IF DL900-TRD-PRESENT-SW = "Y"
006205        AND DL900-STEP-VERDICT = "GO    "
006210        AND DL900-TRD-FLAGGED = ZERO
006220         MOVE "GO    " TO DL900-RPT-TRD-STATUS
006230     ELSE
006290     WRITE STATUS-RPT-LINE.
006300 6000-EXIT.
006310     EXIT.
006440*----------------------------------------------------------------
006448* 7000-JUDGE-STEP SETS DL900-STEP-VERDICT FOR THE STEP AT
006456* DL900-FOUND-IDX: "NO-GO" IF IT STARTED AND NEVER ENDED OR
006464* ENDED ABOVE RETURN CODE 4 (NAMING WHICH ON A NOTE), "WARN" AT
006472* RETURN CODE 1 TO 4, ELSE "GO".  THE CALLER DECIDES WHAT THE
006480* VERDICT COSTS THE NIGHT.
006490*----------------------------------------------------------------
006492 7000-JUDGE-STEP.
006494     MOVE "GO    " TO DL900-STEP-VERDICT.
006496     IF DL900-STP-EVENT (DL900-FOUND-IDX) = "S"
006498         MOVE "NO-GO " TO DL900-STEP-VERDICT
006500         MOVE SPACES TO DL900-RPT-NOTE
006502         STRING DL900-STP-JOB (DL900-FOUND-IDX)
006504             " STARTED BUT NEVER ENDED"
006506             DELIMITED BY SIZE INTO DL900-RPT-NOTE
006508         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
006510         GO TO 7000-EXIT
006512     END-IF.
006514     IF DL900-STP-RC (DL900-FOUND-IDX) > 4
006516         MOVE "NO-GO " TO DL900-STEP-VERDICT
006518         MOVE SPACES TO DL900-RPT-NOTE
006520         STRING DL900-STP-JOB (DL900-FOUND-IDX)
006522             " ENDED WITH RETURN CODE "
006524             DL900-STP-RC (DL900-FOUND-IDX)
006526             DELIMITED BY SIZE INTO DL900-RPT-NOTE
006528         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
006530         GO TO 7000-EXIT
006532     END-IF.
006534     IF DL900-STP-RC (DL900-FOUND-IDX) > ZERO
006536         MOVE "WARN  " TO DL900-STEP-VERDICT
006538     END-IF.
006560 7000-EXIT.
006570     EXIT.
006580 8000-WRITE-NOTE.
006600     WRITE STATUS-RPT-LINE.
006610 8000-EXIT.
006620     EXIT.
006621*----------------------------------------------------------------
006622* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
006623* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
006624* THERE IS NO CALENDAR).
006625*----------------------------------------------------------------
006626 8500-START-STEP.
006627     ACCEPT DL900-STEP-DATE-8 FROM DATE YYYYMMDD.
006628     MOVE DL900-STEP-DATE-8 TO DL900-STEP-BUS-DATE.
006629     OPEN INPUT RUN-CAL-FILE.
006630     IF DL900-RUN-CAL-STATUS = "00"
006631         READ RUN-CAL-FILE
006632             AT END
006633                 CONTINUE
006634             NOT AT END
006635                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
006636                    AND RUN-CAL-BUSINESS-DATE > ZERO
006637                     MOVE RUN-CAL-BUSINESS-DATE
006638                         TO DL900-STEP-BUS-DATE
006639                 END-IF
006640         END-READ
006641         CLOSE RUN-CAL-FILE
006642     END-IF.
006643     MOVE SPACES TO STEP-CTL-RECORD.
006644     MOVE "S" TO STEP-CTL-EVENT.
006645     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
006646         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
006647         STEP-CTL-COUNT-5.
006648     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006649     SET DL900-STEP-STARTED TO TRUE.
006650 8500-EXIT.
006651     EXIT.
006652*----------------------------------------------------------------
006653* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
006654* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
006655* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
006656*----------------------------------------------------------------
006657 8550-WRITE-STEP-RECORD.
006658     MOVE DL900-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
006659     MOVE "DL900" TO STEP-CTL-JOB.
006660     ACCEPT DL900-STEP-DATE-8 FROM DATE YYYYMMDD.
006661     ACCEPT DL900-STEP-TIME-8 FROM TIME.
006662     MOVE DL900-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
006663     MOVE DL900-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
006664     OPEN EXTEND STEP-CTL-FILE.
006665     IF DL900-STEPCTL-STATUS = "35"
006666         OPEN OUTPUT STEP-CTL-FILE
006667     END-IF.
006668     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
006669     CLOSE STEP-CTL-FILE.
006670 8550-EXIT.
006671     EXIT.
006672*----------------------------------------------------------------
006673* 9000-TERMINATE PRINTS THE OVERALL READ = WRITTEN + REJECTED +
006674* DUPLICATED TIE-OUT AND THE ONE-LINE NIGHT VERDICT, SETS THE
006675* SUMMARY RETURN CODE AND CLOSES THE REPORT.
006676*----------------------------------------------------------------
006680 9000-TERMINATE.
006690     COMPUTE DL900-TIE-SUM
006700         = DL900-CNV-WRITTEN + DL900-CNV-REJECTED
007020     CLOSE STATUS-RPT-FILE.
007030 9000-EXIT.
007040     EXIT.
007041*----------------------------------------------------------------
007042* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
007043* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
007044* HERE, REFUSALS INCLUDED.
007045*----------------------------------------------------------------
007046 9900-END-STEP.
007047     IF NOT DL900-STEP-STARTED
007048         GO TO 9900-EXIT
007049     END-IF.
007050     MOVE SPACES TO STEP-CTL-RECORD.
007051     MOVE "E" TO STEP-CTL-EVENT.
007052     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
007053     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
007054         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
007055     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
007056 9900-EXIT.
007057     EXIT.
007058 9999-EXIT.
007059     PERFORM 9900-END-STEP THRU 9900-EXIT.
007060     STOP RUN.
