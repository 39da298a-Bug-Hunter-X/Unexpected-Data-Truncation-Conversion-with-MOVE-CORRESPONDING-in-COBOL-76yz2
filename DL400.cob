000378*                  SURFACING AS UNACKED RECORDS A WEEK LATER.   *
000379*                  A LEGACY FILE WITH NO FRAME STILL            *
000380*                  RECONCILES AS BEFORE.                        *
000381* 2026-10-15  JL   EVERY DETAIL NOW CARRIES A RECORD TYPE -      *
000382*                  CHARGE, ADJUSTMENT OR REVERSAL - AND A        *
000383*                  DEBIT/CREDIT DIRECTION (BILLIF.CPY). EACH     *
000384*                  BATCH IS TIED OUT TO ITS TRAILER ON GROSS AND *
000385*                  NET AND ON THE COUNT AND AMOUNTS OF EACH      *
000386*                  TYPE, A DETAIL WITH AN UNKNOWN TYPE OR A TYPE *
000387*                  AND DIRECTION THAT DISAGREE FAILS THE FILE,   *
000388*                  AND THE REPORT ENDS WITH COUNT, GROSS AND NET *
000389*                  BY TYPE. A TRAILER FROM BEFORE THE TYPES      *
000390*                  STILL TIES OUT ON COUNT AND AMOUNT ALONE.     *
000391* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000392*                  RETURN CODE ON THE STEP CONTROL FILE          *
000393*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000394*                  THE END RECORD CARRIES THE RUN'S KEY COUNTS   *
000395*                  FOR DL900. BATCH CONTROL FAILURES ARE NOW     *
000396*                  COUNTED. REFUSES TO RUN (RC 12) UNTIL DL150,  *
000397*                  OR ON AN UNSPLIT NIGHT A WHOLE-FILE DL100, IS *
000398*                  COMPLETE FOR THE DATE, UNLESS A STEPOVRD      *
000399*                  OPERATOR CARD OVERRIDES THE CHECK (LOGGED ON  *
000400*                  STEPCTL).                                     *
000402*                                                                *
000404*****************************************************************
000406 IDENTIFICATION DIVISION.
000408 PROGRAM-ID. DL400.
000410 AUTHOR. J. LOGAN.
000420 INSTALLATION. DATA CONVERSION UNIT.
000430 DATE-WRITTEN. 2026-08-21.
000530         FILE STATUS IS DL400-BILL-ACK-STATUS.
000540     SELECT BILL-RECON-FILE ASSIGN TO "BILLRECN"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000551     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS DL400-STEPCTL-STATUS.
000554     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000555         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS DL400-RUN-CAL-STATUS.
000557     SELECT STEP-OVRD-FILE  ASSIGN TO "STEPOVRD"
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS DL400-STEPOVRD-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BILL-INTERFACE-FILE.
000670     05  FILLER                      PIC X(54).
000680 FD  BILL-RECON-FILE.
000690 01  BILL-RECON-LINE                 PIC X(80).
000691 FD  STEP-CTL-FILE.
000692 01  STEP-CTL-FILE-RECORD            PIC X(80).
000693 FD  RUN-CAL-FILE.
000694     COPY RUNCAL.
000695 FD  STEP-OVRD-FILE.
000696 01  STEP-OVRD-CARD.
000697     05  STEP-OVRD-JOB               PIC X(05).
000698     05  STEP-OVRD-BUSINESS-DATE     PIC 9(08).
000699     05  STEP-OVRD-OPERATOR          PIC X(08).
000700     05  STEP-OVRD-REASON            PIC X(31).
000701     05  FILLER                      PIC X(28).
000705 WORKING-STORAGE SECTION.
000710 77  DL400-BILL-IF-STATUS            PIC X(02) VALUE "00".
000720 77  DL400-BILL-ACK-STATUS           PIC X(02) VALUE "00".
000730 77  DL400-SENT-EOF-SW               PIC X(01) VALUE "N".
000810 77  DL400-MATCHED-CT                PIC 9(09) VALUE ZERO COMP.
000820 77  DL400-UNACKED-CT                PIC 9(09) VALUE ZERO COMP.
000830 77  DL400-NOT-SENT-CT               PIC 9(09) VALUE ZERO COMP.
000835 77  DL400-BATCH-ERRORS-CT           PIC 9(09) VALUE ZERO COMP.
000840 77  DL400-SENT-LOADED-CT            PIC 9(06) VALUE ZERO COMP.
000850 77  DL400-SENT-IDX                  PIC 9(06) VALUE ZERO COMP.
000860 77  DL400-SENT-HIT-IDX              PIC 9(06) VALUE ZERO COMP.
000906 77  DL400-BATCH-AMOUNT              PIC 9(11)V99 VALUE ZERO.
000907 77  DL400-BATCH-RUN-ID              PIC X(14) VALUE SPACES.
000908 77  DL400-BATCHES-CT                PIC 9(03) VALUE ZERO COMP.
000909 77  DL400-SIGNED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
000910 77  DL400-BAD-TYPE-CT               PIC 9(09) VALUE ZERO COMP.
000911 77  DL400-STEPCTL-STATUS            PIC X(02) VALUE "00".
000912 77  DL400-RUN-CAL-STATUS            PIC X(02) VALUE "00".
000913 77  DL400-STEP-STARTED-SW           PIC X(01) VALUE "N".
000914     88  DL400-STEP-STARTED          VALUE "Y".
000915 77  DL400-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
000916 77  DL400-STEP-DATE-8               PIC 9(08) VALUE ZERO.
000917 77  DL400-STEP-TIME-8               PIC 9(08) VALUE ZERO.
000918 77  DL400-STEPOVRD-STATUS           PIC X(02) VALUE "00".
000919 77  DL400-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
000920     88  DL400-STEPCTL-EOF           VALUE "Y".
000921 77  DL400-STEPOVRD-EOF-SW           PIC X(01) VALUE "N".
000922     88  DL400-STEPOVRD-EOF          VALUE "Y".
000923 77  DL400-PRED-BLOCKED-SW           PIC X(01) VALUE "N".
000924     88  DL400-PRED-BLOCKED          VALUE "Y".
000925 77  DL400-PRED-CT                   PIC 9(02) VALUE 1 COMP.
000926 77  DL400-PRED-IDX                  PIC 9(02) VALUE ZERO COMP.
000927 77  DL400-STEP-OVERRIDE-OPER        PIC X(08) VALUE SPACES.
000928 77  DL400-STEP-OVERRIDE-REASON      PIC X(31) VALUE SPACES.
000929*    ONE SET OF TYPE TOTALS FOR THE BATCH BEING LOADED AND ONE
000930*    FOR THE WHOLE FILE.  THE BATCH SET TIES OUT TO ITS TRAILER;
000931*    THE FILE SET PRINTS AT THE END OF THE REPORT.
000932 01  DL400-BATCH-TYPE-TOTALS.
000933     05  DL400-BATCH-NET             PIC S9(11)V99 VALUE ZERO.
000934     05  DL400-BATCH-CHG-CT          PIC 9(09) VALUE ZERO.
000935     05  DL400-BATCH-CHG-AMOUNT      PIC 9(11)V99 VALUE ZERO.
000936     05  DL400-BATCH-ADJ-CT          PIC 9(09) VALUE ZERO.
000937     05  DL400-BATCH-ADJ-GROSS       PIC 9(11)V99 VALUE ZERO.
000938     05  DL400-BATCH-ADJ-NET         PIC S9(11)V99 VALUE ZERO.
000939     05  DL400-BATCH-REV-CT          PIC 9(09) VALUE ZERO.
000940     05  DL400-BATCH-REV-AMOUNT      PIC 9(11)V99 VALUE ZERO.
000941 01  DL400-FILE-TYPE-TOTALS.
000942     05  DL400-FILE-GROSS            PIC 9(11)V99 VALUE ZERO.
000943     05  DL400-FILE-NET              PIC S9(11)V99 VALUE ZERO.
000944     05  DL400-FILE-CHG-CT           PIC 9(09) VALUE ZERO.
000945     05  DL400-FILE-CHG-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000946     05  DL400-FILE-ADJ-CT           PIC 9(09) VALUE ZERO.
000947     05  DL400-FILE-ADJ-GROSS        PIC 9(11)V99 VALUE ZERO.
000948     05  DL400-FILE-ADJ-NET          PIC S9(11)V99 VALUE ZERO.
000949     05  DL400-FILE-REV-CT           PIC 9(09) VALUE ZERO.
000950     05  DL400-FILE-REV-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000951*    THE SENT TABLE HOLDS EVERY BILL-INTERFACE-RECORD OF THE
000952*    PERIOD BEING RECONCILED.  100000 ENTRIES COVERS THE
000953*    LARGEST INTERFACE FILE TO DATE; A RECORD PAST THE LIMIT
000954*    IS COUNTED AND REPORTED RATHER THAN SILENTLY DROPPED.
000955 01  DL400-SENT-TABLE.
000960     05  DL400-SENT-ENTRY OCCURS 100000 TIMES.
000970         10  DL400-SENT-FIELD1       PIC X(20).
000980         10  DL400-SENT-PERIOD       PIC 9(06).
001298     05  FILLER                      PIC X(34)
001299         VALUE " HAS NO TRAILER - FILE TRUNCATED *".
001300     05  FILLER                      PIC X(22) VALUE SPACES.
001301 01  DL400-RPT-BAD-TYPE-LINE.
001302     05  FILLER                      PIC X(25)
001303         VALUE "*** BAD RECORD TYPE/SIGN ".
001304     05  DL400-RPT-BAD-FIELD1        PIC X(20).
001305     05  FILLER                      PIC X(08) VALUE " PERIOD ".
001306     05  DL400-RPT-BAD-PERIOD        PIC 9(06).
001307     05  FILLER                      PIC X(21) VALUE SPACES.
001308 01  DL400-RPT-TYPE-LINE.
001309     05  DL400-RPT-TYPE-LABEL        PIC X(12).
001310     05  FILLER                      PIC X(07) VALUE " COUNT ".
001311     05  DL400-RPT-TYPE-CT           PIC ZZZZZZZZ9.
001312     05  FILLER                      PIC X(07) VALUE " GROSS ".
001313     05  DL400-RPT-TYPE-GROSS        PIC ZZZZZZZZZZ9.99.
001314     05  FILLER                      PIC X(05) VALUE " NET ".
001315     05  DL400-RPT-TYPE-NET          PIC -(11)9.99.
001316     05  FILLER                      PIC X(11) VALUE SPACES.
001317 01  DL400-RPT-TOTALS-LINE.
001318     05  FILLER                      PIC X(06) VALUE "SENT ".
001319     05  DL400-RPT-TOT-SENT          PIC ZZZZZZZZ9.
001320     05  FILLER                      PIC X(08) VALUE "  ACKED ".
001330     05  DL400-RPT-TOT-ACKED         PIC ZZZZZZZZ9.
001340     05  FILLER                      PIC X(10)
001350         VALUE "  MATCHED ".
001360     05  DL400-RPT-TOT-MATCHED       PIC ZZZZZZZZ9.
001370     05  FILLER                      PIC X(29) VALUE SPACES.
001371*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001372     COPY STEPCTL.
001373*    THE STEPS THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE
001374*    BEFORE THIS ONE MAY RUN, EACH WITH THE STEP THAT STANDS IN
001375*    FOR IT ON AN UNSPLIT NIGHT (BLANK FOR NONE).
001376*    THE DL150 MERGE MUST HAVE RUN - OR, ON A NIGHT THAT WAS NOT
001377*    SPLIT, A WHOLE-FILE DL100 RUN - BEFORE BILLING IS
001378*    RECONCILED.
001379 01  DL400-PRED-VALUES.
001380     05  FILLER                      PIC X(10) VALUE "DL150DL100".
001381 01  DL400-PRED-TABLE REDEFINES DL400-PRED-VALUES.
001382     05  DL400-PRED-ENTRY OCCURS 1 TIMES.
001383         10  DL400-PRED-JOB          PIC X(05).
001384         10  DL400-PRED-ALT-JOB      PIC X(05).
001385 01  DL400-PRED-STANDING-TABLE.
001386     05  DL400-PRED-STANDING OCCURS 1 TIMES.
001387         10  DL400-PRED-STATE        PIC X(01).
001388         10  DL400-PRED-RC           PIC 9(03).
001389         10  DL400-PRED-ALT-STATE    PIC X(01).
001391 PROCEDURE DIVISION.
001393 0000-MAINLINE.
001395     PERFORM 8500-START-STEP THRU 8500-EXIT.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT.
001420     PERFORM 3000-REPORT-UNACKED THRU 3000-EXIT.
001603*    ABORTED RUN - AND THE FILE CANNOT BE TRUSTED.
001604     IF DL400-BATCH-OPEN
001605         MOVE "N" TO DL400-INTERFACE-OK-SW
001606         ADD 1 TO DL400-BATCH-ERRORS-CT
001608         MOVE DL400-BATCH-RUN-ID TO DL400-RPT-BTRN-RUN-ID
001610         MOVE DL400-RPT-BATCH-TRUNC-LINE TO BILL-RECON-LINE
001612         WRITE BILL-RECON-LINE
001614     END-IF.
001616 1000-EXIT.
001620     EXIT.
001630 1150-LOAD-ONE-SENT.
001640     READ BILL-INTERFACE-FILE
001696             ADD BILL-IF-AMOUNT TO DL400-BATCH-AMOUNT
001697         END-IF
001698     END-IF.
001699     PERFORM 1180-TALLY-RECORD-TYPE THRU 1180-EXIT.
001702     ADD 1 TO DL400-SENT-CT.
001705     IF DL400-SENT-LOADED-CT < 100000
001710         ADD 1 TO DL400-SENT-LOADED-CT
001720         MOVE BILL-IF-FIELD1
001730             TO DL400-SENT-FIELD1 (DL400-SENT-LOADED-CT)
001800         ADD 1 TO DL400-PT-SENT-CT (DL400-PERIOD-HIT-IDX)
001810     ELSE
001820         ADD 1 TO DL400-SENT-DROPPED-CT
001821     END-IF.
001822 1150-EXIT.
001823     EXIT.
001824*----------------------------------------------------------------
001825* 1160-START-BATCH OPENS A NEW BATCH AT ITS HDR.  A HEADER
001826* ARRIVING WHILE THE PRIOR BATCH IS STILL OPEN MEANS THAT
001827* BATCH LOST ITS TRAILER - THE FILE WAS CUT MID-BATCH.
001828*----------------------------------------------------------------
001829 1160-START-BATCH.
001830     IF DL400-BATCH-OPEN
001831         MOVE "N" TO DL400-INTERFACE-OK-SW
001832         ADD 1 TO DL400-BATCH-ERRORS-CT
001833         MOVE DL400-BATCH-RUN-ID TO DL400-RPT-BTRN-RUN-ID
001834         MOVE DL400-RPT-BATCH-TRUNC-LINE TO BILL-RECON-LINE
001835         WRITE BILL-RECON-LINE
001836     END-IF.
001837     SET DL400-BATCH-OPEN TO TRUE.
001838     ADD 1 TO DL400-BATCHES-CT.
001839     MOVE BILL-IF-HDR-RUN-ID TO DL400-BATCH-RUN-ID.
001840     MOVE ZERO TO DL400-BATCH-COUNT.
001841     MOVE ZERO TO DL400-BATCH-AMOUNT.
001842     MOVE ZERO TO DL400-BATCH-NET.
001843     MOVE ZERO TO DL400-BATCH-CHG-CT.
001844     MOVE ZERO TO DL400-BATCH-CHG-AMOUNT.
001845     MOVE ZERO TO DL400-BATCH-ADJ-CT.
001846     MOVE ZERO TO DL400-BATCH-ADJ-GROSS.
001847     MOVE ZERO TO DL400-BATCH-ADJ-NET.
001848     MOVE ZERO TO DL400-BATCH-REV-CT.
001849     MOVE ZERO TO DL400-BATCH-REV-AMOUNT.
001850 1160-EXIT.
001851     EXIT.
001852*----------------------------------------------------------------
001853* 1170-VERIFY-BATCH TIES THE BATCH OUT AT ITS TRL: THE DETAILS
001854* COUNTED AND THE AMOUNTS SUMMED SINCE THE HDR MUST MATCH THE
001855* TRAILER EXACTLY.  A STRAY TRAILER WITH NO OPEN BATCH FAILS
001856* THE FILE TOO - SOMETHING REORDERED OR DOUBLED IT.  A TRAILER
001857* THAT CARRIES THE RECORD-TYPE FIGURES MUST ALSO MATCH ON NET
001858* AND ON THE COUNT AND AMOUNTS OF EACH TYPE; ONE FROM BEFORE
001859* THEM (BLANK THERE) TIES OUT ON COUNT AND AMOUNT ALONE.
001860*----------------------------------------------------------------
001861 1170-VERIFY-BATCH.
001862     IF NOT DL400-BATCH-OPEN
001863         MOVE "N" TO DL400-INTERFACE-OK-SW
001864         ADD 1 TO DL400-BATCH-ERRORS-CT
001865         MOVE SPACES TO DL400-RPT-BERR-RUN-ID
001866         MOVE DL400-RPT-BATCH-ERR-LINE TO BILL-RECON-LINE
001867         WRITE BILL-RECON-LINE
001868         GO TO 1170-EXIT
001869     END-IF.
001870     IF BILL-IF-TRL-COUNT = DL400-BATCH-COUNT
001871        AND BILL-IF-TRL-AMOUNT = DL400-BATCH-AMOUNT
001872        AND (BILL-IF-TRL-NET-AMOUNT IS NOT NUMERIC
001873         OR (BILL-IF-TRL-NET-AMOUNT = DL400-BATCH-NET
001874        AND BILL-IF-TRL-CHG-COUNT = DL400-BATCH-CHG-CT
001875        AND BILL-IF-TRL-CHG-AMOUNT = DL400-BATCH-CHG-AMOUNT
001876        AND BILL-IF-TRL-ADJ-COUNT = DL400-BATCH-ADJ-CT
001877        AND BILL-IF-TRL-ADJ-GROSS = DL400-BATCH-ADJ-GROSS
001878        AND BILL-IF-TRL-ADJ-NET = DL400-BATCH-ADJ-NET
001879        AND BILL-IF-TRL-REV-COUNT = DL400-BATCH-REV-CT
001880        AND BILL-IF-TRL-REV-AMOUNT = DL400-BATCH-REV-AMOUNT))
001881         MOVE DL400-BATCH-RUN-ID TO DL400-RPT-BOK-RUN-ID
001882         MOVE DL400-RPT-BATCH-OK-LINE TO BILL-RECON-LINE
001883         WRITE BILL-RECON-LINE
001884     ELSE
001885         MOVE "N" TO DL400-INTERFACE-OK-SW
001886         ADD 1 TO DL400-BATCH-ERRORS-CT
001891         MOVE DL400-BATCH-RUN-ID TO DL400-RPT-BERR-RUN-ID
001892         MOVE DL400-RPT-BATCH-ERR-LINE TO BILL-RECON-LINE
001893         WRITE BILL-RECON-LINE
001895     MOVE "N" TO DL400-BATCH-OPEN-SW.
001896 1170-EXIT.
001897     EXIT.
001898*----------------------------------------------------------------
001899* 1180-TALLY-RECORD-TYPE ADDS ONE DETAIL INTO THE BATCH AND FILE
001900* TOTALS FOR ITS RECORD TYPE.  THE AMOUNT IS ALWAYS UNSIGNED;
001901* THE DIRECTION SIGNS IT FOR THE NET.  A CHARGE MUST BE A DEBIT
001902* AND A REVERSAL A CREDIT; AN ADJUSTMENT MAY BE EITHER.  A TYPE
001903* OR DIRECTION OUTSIDE THAT, OR AN AMOUNT THAT IS NOT NUMERIC,
001904* IS PRINTED AND FAILS THE FILE.  A LEGACY DETAIL, BLANK IN
001905* BOTH, READS AS THE DEBIT CHARGE IT ALWAYS WAS.
001906*----------------------------------------------------------------
001907 1180-TALLY-RECORD-TYPE.
001908     IF BILL-IF-AMOUNT IS NOT NUMERIC
001909        OR (BILL-IF-CHARGE AND NOT BILL-IF-DEBIT)
001910        OR (BILL-IF-REVERSAL AND NOT BILL-IF-CREDIT)
001911        OR (BILL-IF-ADJUSTMENT AND NOT BILL-IF-DEBIT
001912                               AND NOT BILL-IF-CREDIT)
001913        OR (NOT BILL-IF-CHARGE AND NOT BILL-IF-ADJUSTMENT
001914                               AND NOT BILL-IF-REVERSAL)
001915         ADD 1 TO DL400-BAD-TYPE-CT
001916         MOVE "N" TO DL400-INTERFACE-OK-SW
001917         MOVE BILL-IF-FIELD1 TO DL400-RPT-BAD-FIELD1
001918         MOVE BILL-IF-PERIOD TO DL400-RPT-BAD-PERIOD
001919         MOVE DL400-RPT-BAD-TYPE-LINE TO BILL-RECON-LINE
001920         WRITE BILL-RECON-LINE
001921         GO TO 1180-EXIT
001922     END-IF.
001923     IF BILL-IF-CREDIT
001924         COMPUTE DL400-SIGNED-AMOUNT = ZERO - BILL-IF-AMOUNT
001925     ELSE
001926         MOVE BILL-IF-AMOUNT TO DL400-SIGNED-AMOUNT
001927     END-IF.
001928     ADD BILL-IF-AMOUNT      TO DL400-FILE-GROSS.
001929     ADD DL400-SIGNED-AMOUNT TO DL400-FILE-NET.
001930     ADD DL400-SIGNED-AMOUNT TO DL400-BATCH-NET.
001931     IF BILL-IF-CHARGE
001932         ADD 1 TO DL400-BATCH-CHG-CT
001933         ADD 1 TO DL400-FILE-CHG-CT
001934         ADD BILL-IF-AMOUNT TO DL400-BATCH-CHG-AMOUNT
001935         ADD BILL-IF-AMOUNT TO DL400-FILE-CHG-AMOUNT
001936     END-IF.
001937     IF BILL-IF-ADJUSTMENT
001938         ADD 1 TO DL400-BATCH-ADJ-CT
001939         ADD 1 TO DL400-FILE-ADJ-CT
001940         ADD BILL-IF-AMOUNT TO DL400-BATCH-ADJ-GROSS
001941         ADD BILL-IF-AMOUNT TO DL400-FILE-ADJ-GROSS
001942         ADD DL400-SIGNED-AMOUNT TO DL400-BATCH-ADJ-NET
001943         ADD DL400-SIGNED-AMOUNT TO DL400-FILE-ADJ-NET
001944     END-IF.
001945     IF BILL-IF-REVERSAL
001946         ADD 1 TO DL400-BATCH-REV-CT
001947         ADD 1 TO DL400-FILE-REV-CT
001948         ADD BILL-IF-AMOUNT TO DL400-BATCH-REV-AMOUNT
001949         ADD BILL-IF-AMOUNT TO DL400-FILE-REV-AMOUNT
001950     END-IF.
001951 1180-EXIT.
001952     EXIT.
001953*----------------------------------------------------------------
001954* 2000-PROCESS-ACKS READS THE ACKNOWLEDGMENT FILE AND MARKS THE
001955* FIRST UNMATCHED SENT ENTRY WITH THE SAME FIELD1 AND PERIOD.
001956* AN ACK WITH NO SENT RECORD LEFT TO MATCH PRINTS AS ACKED NOT
001957* SENT.  NO ACK FILE AT ALL LEAVES EVERY SENT ENTRY UNMATCHED.
001958*----------------------------------------------------------------
001959 2000-PROCESS-ACKS.
001960     OPEN INPUT BILL-ACK-FILE.
001961     IF DL400-BILL-ACK-STATUS = "35"
001962         SET DL400-ACK-EOF TO TRUE
001963         GO TO 2000-EXIT
001970     END-IF.
001980     PERFORM 2100-PROCESS-ONE-ACK THRU 2100-EXIT
001990         UNTIL DL400-ACK-EOF.
003100         MOVE DL400-PERIOD-IDX TO DL400-PERIOD-HIT-IDX
003110     END-IF.
003120 7100-EXIT.
003121     EXIT.
003122*----------------------------------------------------------------
003123* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
003124* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
003125* THERE IS NO CALENDAR), THEN HOLDS THE RUN TO ITS PREDECESSORS
003126* FOR THAT DATE.
003127*----------------------------------------------------------------
003128 8500-START-STEP.
003129     ACCEPT DL400-STEP-DATE-8 FROM DATE YYYYMMDD.
003130     MOVE DL400-STEP-DATE-8 TO DL400-STEP-BUS-DATE.
003131     OPEN INPUT RUN-CAL-FILE.
003132     IF DL400-RUN-CAL-STATUS = "00"
003133         READ RUN-CAL-FILE
003134             AT END
003135                 CONTINUE
003136             NOT AT END
003137                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
003138                    AND RUN-CAL-BUSINESS-DATE > ZERO
003139                     MOVE RUN-CAL-BUSINESS-DATE
003140                         TO DL400-STEP-BUS-DATE
003141                 END-IF
003142         END-READ
003143         CLOSE RUN-CAL-FILE
003144     END-IF.
003145     MOVE SPACES TO STEP-CTL-RECORD.
003146     MOVE "S" TO STEP-CTL-EVENT.
003147     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
003148         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
003149         STEP-CTL-COUNT-5.
003158     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003159     SET DL400-STEP-STARTED TO TRUE.
003160     PERFORM 8600-CHECK-PREDECESSORS THRU 8600-EXIT.
003161 8500-EXIT.
003162     EXIT.
003163*----------------------------------------------------------------
003164* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
003165* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
003166* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
003167*----------------------------------------------------------------
003168 8550-WRITE-STEP-RECORD.
003169     MOVE DL400-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
003170     MOVE "DL400" TO STEP-CTL-JOB.
003171     ACCEPT DL400-STEP-DATE-8 FROM DATE YYYYMMDD.
003172     ACCEPT DL400-STEP-TIME-8 FROM TIME.
003173     MOVE DL400-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
003174     MOVE DL400-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
003175     OPEN EXTEND STEP-CTL-FILE.
003176     IF DL400-STEPCTL-STATUS = "35"
003177         OPEN OUTPUT STEP-CTL-FILE
003178     END-IF.
003179     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
003180     CLOSE STEP-CTL-FILE.
003181 8550-EXIT.
003182     EXIT.
003183*----------------------------------------------------------------
003184* 8600-CHECK-PREDECESSORS HOLDS THE RUN TO THE STEPS THAT MUST
003185* HAVE COMPLETED BEFORE IT FOR THE SAME BUSINESS DATE.  ONE
003186* THAT NEVER RAN, NEVER ENDED, OR ENDED ABOVE RETURN CODE 4
003187* REFUSES THE RUN WITH RETURN CODE 12 - UNLESS A STEPOVRD
003188* CARD FOR THIS JOB AND DATE NAMES THE OPERATOR TAKING IT ON,
003189* IN WHICH CASE EACH STEP PASSED OVER IS LOGGED ON STEPCTL.
003190*----------------------------------------------------------------
003191 8600-CHECK-PREDECESSORS.
003192     MOVE "N" TO DL400-PRED-BLOCKED-SW.
003193     PERFORM 8610-CLEAR-ONE-PRED THRU 8610-EXIT
003194         VARYING DL400-PRED-IDX FROM 1 BY 1
003195         UNTIL DL400-PRED-IDX > DL400-PRED-CT.
003196     OPEN INPUT STEP-CTL-FILE.
003197     IF DL400-STEPCTL-STATUS = "00"
003198         PERFORM 8650-SCAN-ONE-STEP THRU 8650-EXIT
003199             UNTIL DL400-STEPCTL-EOF
003200         CLOSE STEP-CTL-FILE
003201     END-IF.
003202     PERFORM 8700-JUDGE-ONE-PRED THRU 8700-EXIT
003203         VARYING DL400-PRED-IDX FROM 1 BY 1
003204         UNTIL DL400-PRED-IDX > DL400-PRED-CT.
003205     IF NOT DL400-PRED-BLOCKED
003206         GO TO 8600-EXIT
003207     END-IF.
003208     PERFORM 8750-READ-OVERRIDE THRU 8750-EXIT.
003209     IF DL400-STEP-OVERRIDE-OPER = SPACES
003210         DISPLAY "DL400: PREDECESSORS NOT COMPLETE FOR BUSINESS "
003211             "DATE " DL400-STEP-BUS-DATE " - RUN REFUSED"
003212         DISPLAY "DL400: SUPPLY A STEPOVRD CARD TO OVERRIDE"
003213         MOVE 12 TO RETURN-CODE
003214         GO TO 9999-EXIT
003215     END-IF.
003216     DISPLAY "DL400: PREDECESSOR CHECK OVERRIDDEN BY "
003217         DL400-STEP-OVERRIDE-OPER.
003218     PERFORM 8800-LOG-ONE-OVERRIDE THRU 8800-EXIT
003219         VARYING DL400-PRED-IDX FROM 1 BY 1
003220         UNTIL DL400-PRED-IDX > DL400-PRED-CT.
003221 8600-EXIT.
003222     EXIT.
003223 8610-CLEAR-ONE-PRED.
003224     MOVE "M"  TO DL400-PRED-STATE (DL400-PRED-IDX).
003225     MOVE "M"  TO DL400-PRED-ALT-STATE (DL400-PRED-IDX).
003226     MOVE ZERO TO DL400-PRED-RC (DL400-PRED-IDX).
003227 8610-EXIT.
003228     EXIT.
003229*----------------------------------------------------------------
003230* 8650-SCAN-ONE-STEP READS ONE STEP CONTROL RECORD.  THE FILE
003231* IS IN TIME ORDER, SO THE LAST START OR END SEEN FOR A
003232* PREDECESSOR ON THIS BUSINESS DATE IS ITS STANDING.
003233*----------------------------------------------------------------
003234 8650-SCAN-ONE-STEP.
003235     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
003236         AT END
003237             SET DL400-STEPCTL-EOF TO TRUE
003238             GO TO 8650-EXIT
003239     END-READ.
003240     IF STEP-CTL-BUSINESS-DATE NOT = DL400-STEP-BUS-DATE
003241        OR STEP-CTL-OVERRIDDEN
003242         GO TO 8650-EXIT
003243     END-IF.
003244     PERFORM 8660-NOTE-ONE-PRED THRU 8660-EXIT
003245         VARYING DL400-PRED-IDX FROM 1 BY 1
003246         UNTIL DL400-PRED-IDX > DL400-PRED-CT.
003247 8650-EXIT.
003248     EXIT.
003249*----------------------------------------------------------------
003250* 8660-NOTE-ONE-PRED MARKS A PREDECESSOR "R" ON A START, AND
003251* "C" OR "F" ON AN END BY ITS RETURN CODE.  THE STAND-IN STEP,
003252* WHERE THERE IS ONE, COUNTS ONLY AS A WHOLE-FILE RUN - A
003253* SPLIT STREAM DOES NOT STAND IN FOR ANYTHING.
003254*----------------------------------------------------------------
003255 8660-NOTE-ONE-PRED.
003256     IF STEP-CTL-JOB = DL400-PRED-JOB (DL400-PRED-IDX)
003257         IF STEP-CTL-STARTED
003258             MOVE "R" TO DL400-PRED-STATE (DL400-PRED-IDX)
003259         ELSE
003260             MOVE STEP-CTL-RETURN-CODE
003261                 TO DL400-PRED-RC (DL400-PRED-IDX)
003262             IF STEP-CTL-RETURN-CODE > 4
003263                 MOVE "F" TO DL400-PRED-STATE (DL400-PRED-IDX)
003264             ELSE
003265                 MOVE "C" TO DL400-PRED-STATE (DL400-PRED-IDX)
003266             END-IF
003267         END-IF
003268     END-IF.
003269     IF DL400-PRED-ALT-JOB (DL400-PRED-IDX) NOT = SPACES
003270        AND STEP-CTL-JOB = DL400-PRED-ALT-JOB (DL400-PRED-IDX)
003271        AND STEP-CTL-STREAM-ID = SPACE
003272         IF STEP-CTL-ENDED AND STEP-CTL-RETURN-CODE NOT > 4
003273             MOVE "C" TO DL400-PRED-ALT-STATE (DL400-PRED-IDX)
003274         ELSE
003275             MOVE "M" TO DL400-PRED-ALT-STATE (DL400-PRED-IDX)
003276         END-IF
003277     END-IF.
003278 8660-EXIT.
003279     EXIT.
003280*----------------------------------------------------------------
003281* 8700-JUDGE-ONE-PRED NAMES, ON THE CONSOLE, EACH PREDECESSOR
003282* THAT IS NOT COMPLETE AND WHY.
003283*----------------------------------------------------------------
003284 8700-JUDGE-ONE-PRED.
003285     IF DL400-PRED-STATE (DL400-PRED-IDX) = "C"
003286        OR DL400-PRED-ALT-STATE (DL400-PRED-IDX) = "C"
003287         GO TO 8700-EXIT
003288     END-IF.
003289     SET DL400-PRED-BLOCKED TO TRUE.
003290     IF DL400-PRED-STATE (DL400-PRED-IDX) = "M"
003291         DISPLAY "DL400: " DL400-PRED-JOB (DL400-PRED-IDX)
003292             " HAS NOT RUN FOR BUSINESS DATE " DL400-STEP-BUS-DATE
003293     END-IF.
003294     IF DL400-PRED-STATE (DL400-PRED-IDX) = "R"
003295         DISPLAY "DL400: " DL400-PRED-JOB (DL400-PRED-IDX)
003296             " STARTED BUT NEVER ENDED FOR BUSINESS DATE "
003297             DL400-STEP-BUS-DATE
003298     END-IF.
003299     IF DL400-PRED-STATE (DL400-PRED-IDX) = "F"
003300         DISPLAY "DL400: " DL400-PRED-JOB (DL400-PRED-IDX)
003301             " ENDED WITH RETURN CODE "
003302             DL400-PRED-RC (DL400-PRED-IDX)
003303             " FOR BUSINESS DATE " DL400-STEP-BUS-DATE
003304     END-IF.
003305     IF DL400-PRED-ALT-JOB (DL400-PRED-IDX) NOT = SPACES
003306         DISPLAY "DL400: NOR HAS A WHOLE-FILE "
003307             DL400-PRED-ALT-JOB (DL400-PRED-IDX) " RUN COMPLETED"
003308     END-IF.
003309 8700-EXIT.
003310     EXIT.
003311*----------------------------------------------------------------
003312* 8750-READ-OVERRIDE LOOKS FOR AN OPERATOR'S STEPOVRD CARD FOR
003313* THIS JOB AND BUSINESS DATE.  A CARD FOR ANOTHER DAY, OR ONE
003314* WITH NO OPERATOR, OVERRIDES NOTHING.
003315*----------------------------------------------------------------
003316 8750-READ-OVERRIDE.
003317     MOVE SPACES TO DL400-STEP-OVERRIDE-OPER.
003318     MOVE SPACES TO DL400-STEP-OVERRIDE-REASON.
003319     OPEN INPUT STEP-OVRD-FILE.
003320     IF DL400-STEPOVRD-STATUS NOT = "00"
003321         GO TO 8750-EXIT
003322     END-IF.
003323     PERFORM 8760-READ-ONE-OVERRIDE THRU 8760-EXIT
003324         UNTIL DL400-STEPOVRD-EOF.
003325     CLOSE STEP-OVRD-FILE.
003326 8750-EXIT.
003327     EXIT.
003328 8760-READ-ONE-OVERRIDE.
003329     READ STEP-OVRD-FILE
003330         AT END
003331             SET DL400-STEPOVRD-EOF TO TRUE
003332             GO TO 8760-EXIT
003333     END-READ.
003334     IF STEP-OVRD-JOB = "DL400"
003335        AND STEP-OVRD-BUSINESS-DATE IS NUMERIC
003336        AND STEP-OVRD-BUSINESS-DATE = DL400-STEP-BUS-DATE
003337        AND STEP-OVRD-OPERATOR NOT = SPACES
003338         MOVE STEP-OVRD-OPERATOR TO DL400-STEP-OVERRIDE-OPER
003339         MOVE STEP-OVRD-REASON   TO DL400-STEP-OVERRIDE-REASON
003340     END-IF.
003341 8760-EXIT.
003342     EXIT.
003343*----------------------------------------------------------------
003344* 8800-LOG-ONE-OVERRIDE APPENDS AN OVERRIDE RECORD FOR ONE
003345* PREDECESSOR THE OPERATOR'S CARD PASSED OVER: WHO, WHICH STEP,
003346* ITS STANDING AND THE REASON GIVEN.
003347*----------------------------------------------------------------
003348 8800-LOG-ONE-OVERRIDE.
003349     IF DL400-PRED-STATE (DL400-PRED-IDX) = "C"
003350        OR DL400-PRED-ALT-STATE (DL400-PRED-IDX) = "C"
003351         GO TO 8800-EXIT
003352     END-IF.
003353     MOVE SPACES TO STEP-CTL-RECORD.
003354     MOVE "O" TO STEP-CTL-EVENT.
003355     MOVE ZERO TO STEP-CTL-RETURN-CODE.
003356     MOVE DL400-STEP-OVERRIDE-OPER TO STEP-CTL-OVR-OPERATOR.
003357     MOVE DL400-PRED-JOB (DL400-PRED-IDX)
003358         TO STEP-CTL-OVR-PRED-JOB.
003359     MOVE DL400-PRED-STATE (DL400-PRED-IDX)
003360         TO STEP-CTL-OVR-PRED-STATE.
003361     MOVE DL400-PRED-RC (DL400-PRED-IDX)
003362         TO STEP-CTL-OVR-PRED-RC.
003363     MOVE DL400-STEP-OVERRIDE-REASON TO STEP-CTL-OVR-REASON.
003364     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003365     DISPLAY "DL400: OVERRIDE LOGGED FOR "
003366         DL400-PRED-JOB (DL400-PRED-IDX) " BY "
003367         DL400-STEP-OVERRIDE-OPER.
003368 8800-EXIT.
003369     EXIT.
003370*----------------------------------------------------------------
003371* 9000-TERMINATE PRINTS THE MATCHED COUNTS BY BILLING PERIOD
003372* AND THE OVERALL TOTALS, THEN CLOSES THE REPORT.  SENT MUST
003373* EQUAL MATCHED PLUS SENT-NOT-ACKED OR THE JOB DOES NOT TIE
003374* OUT; ANYTHING ON THE ACKED-NOT-SENT SIDE IS BILLING'S TO
003375* EXPLAIN.  THE COUNT, GROSS AND NET OF EACH RECORD TYPE, AND
003376* OF ALL TYPES TOGETHER, FOLLOW THE TOTALS.
003377*----------------------------------------------------------------
003378 9000-TERMINATE.
003379     IF DL400-PERIOD-CT > ZERO
003380         PERFORM 9100-PRINT-ONE-PERIOD THRU 9100-EXIT
003381             VARYING DL400-PERIOD-IDX FROM 1 BY 1
003382             UNTIL DL400-PERIOD-IDX > DL400-PERIOD-CT
003383     END-IF.
003384     MOVE DL400-SENT-CT    TO DL400-RPT-TOT-SENT.
003385     MOVE DL400-ACKED-CT   TO DL400-RPT-TOT-ACKED.
003386     MOVE DL400-MATCHED-CT TO DL400-RPT-TOT-MATCHED.
003387     MOVE DL400-RPT-TOTALS-LINE TO BILL-RECON-LINE.
003388     WRITE BILL-RECON-LINE.
003389     MOVE "CHARGES"             TO DL400-RPT-TYPE-LABEL.
003390     MOVE DL400-FILE-CHG-CT     TO DL400-RPT-TYPE-CT.
003391     MOVE DL400-FILE-CHG-AMOUNT TO DL400-RPT-TYPE-GROSS.
003392     MOVE DL400-FILE-CHG-AMOUNT TO DL400-RPT-TYPE-NET.
003393     MOVE DL400-RPT-TYPE-LINE   TO BILL-RECON-LINE.
003394     WRITE BILL-RECON-LINE.
003395     MOVE "ADJUSTMENTS"         TO DL400-RPT-TYPE-LABEL.
003396     MOVE DL400-FILE-ADJ-CT     TO DL400-RPT-TYPE-CT.
003397     MOVE DL400-FILE-ADJ-GROSS  TO DL400-RPT-TYPE-GROSS.
003398     MOVE DL400-FILE-ADJ-NET    TO DL400-RPT-TYPE-NET.
003399     MOVE DL400-RPT-TYPE-LINE   TO BILL-RECON-LINE.
003400     WRITE BILL-RECON-LINE.
003401     MOVE "REVERSALS"           TO DL400-RPT-TYPE-LABEL.
003402     MOVE DL400-FILE-REV-CT     TO DL400-RPT-TYPE-CT.
003403     MOVE DL400-FILE-REV-AMOUNT TO DL400-RPT-TYPE-GROSS.
003404     COMPUTE DL400-RPT-TYPE-NET = ZERO - DL400-FILE-REV-AMOUNT.
003405     MOVE DL400-RPT-TYPE-LINE   TO BILL-RECON-LINE.
003406     WRITE BILL-RECON-LINE.
003407     MOVE "ALL TYPES"           TO DL400-RPT-TYPE-LABEL.
003408     COMPUTE DL400-RPT-TYPE-CT
003409         = DL400-FILE-CHG-CT + DL400-FILE-ADJ-CT
003410         + DL400-FILE-REV-CT.
003411     MOVE DL400-FILE-GROSS      TO DL400-RPT-TYPE-GROSS.
003412     MOVE DL400-FILE-NET        TO DL400-RPT-TYPE-NET.
003413     MOVE DL400-RPT-TYPE-LINE   TO BILL-RECON-LINE.
003414     WRITE BILL-RECON-LINE.
003415     IF DL400-SENT-DROPPED-CT > ZERO
003416         DISPLAY "DL400: SENT TABLE FULL - "
003417             DL400-SENT-DROPPED-CT " RECORDS NOT MATCHED"
003418     END-IF.
003419     DISPLAY "DL400 SENT      = " DL400-SENT-CT.
003420     DISPLAY "DL400 ACKED     = " DL400-ACKED-CT.
003421     DISPLAY "DL400 MATCHED   = " DL400-MATCHED-CT.
003422     DISPLAY "DL400 UNACKED   = " DL400-UNACKED-CT.
003423     DISPLAY "DL400 NOT SENT  = " DL400-NOT-SENT-CT.
003424     DISPLAY "DL400 BATCHES   = " DL400-BATCHES-CT.
003425     DISPLAY "DL400 BATCH ERR = " DL400-BATCH-ERRORS-CT.
003426     DISPLAY "DL400 BAD TYPES = " DL400-BAD-TYPE-CT.
003427     IF NOT DL400-INTERFACE-OK
003428         DISPLAY "DL400: INTERFACE FILE FAILS ITS BATCH "
003429             "CONTROLS - SEE BILLRECN"
003430         MOVE 8 TO RETURN-CODE
003431     END-IF.
003432     CLOSE BILL-RECON-FILE.
003433 9000-EXIT.
003434     EXIT.
003440 9100-PRINT-ONE-PERIOD.
003450     MOVE DL400-PT-PERIOD (DL400-PERIOD-IDX)
003460         TO DL400-RPT-PT-PERIOD.
003520     WRITE BILL-RECON-LINE.
003530 9100-EXIT.
003540     EXIT.
003541*----------------------------------------------------------------
003542* 9900-END-STEP RECORDS THE RUN'S END, RETURN CODE AND KEY
003543* COUNTS (FOR THE DL900 STATUS PAGE) ON THE STEP CONTROL FILE.
003544* EVERY WAY OUT OF THE JOB COMES THROUGH HERE, REFUSALS
003545* INCLUDED.
003546*----------------------------------------------------------------
003547 9900-END-STEP.
003548     IF NOT DL400-STEP-STARTED
003549         GO TO 9900-EXIT
003550     END-IF.
003551     MOVE SPACES TO STEP-CTL-RECORD.
003552     MOVE "E" TO STEP-CTL-EVENT.
003553     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
003554     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
003555         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
003556     MOVE DL400-UNACKED-CT TO STEP-CTL-COUNT-1.
003557     MOVE DL400-NOT-SENT-CT TO STEP-CTL-COUNT-2.
003558     MOVE DL400-BATCH-ERRORS-CT TO STEP-CTL-COUNT-3.
003559     MOVE DL400-BAD-TYPE-CT TO STEP-CTL-COUNT-4.
003560     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
003561 9900-EXIT.
003562     EXIT.
003572 9999-EXIT.
003582     PERFORM 9900-END-STEP THRU 9900-EXIT.
003592     STOP RUN.
