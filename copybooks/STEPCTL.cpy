000100*****************************************************************
000200*                                                               *
000300*    STEPCTL.CPY                                                *
000400*                                                                *
000500*    JOB-STEP CONTROL RECORD.  EVERY DL JOB APPENDS ONE OF      *
000600*    THESE TO THE STEPCTL FILE WHEN IT STARTS ("S") AND ONE     *
000700*    WHEN IT ENDS ("E", WITH ITS RETURN CODE), UNDER THE        *
000800*    BUSINESS DATE ON THE RUN CALENDAR (THE WALL CLOCK WHEN     *
000900*    THERE IS NONE) AND ITS JOB NAME - A SPLIT DL100 STREAM     *
001000*    ALSO CARRIES ITS STREAM DIGIT.  THE LATEST "S" OR "E" FOR  *
001100*    A BUSINESS DATE AND JOB IS THAT STEP'S STANDING: ENDED     *
001200*    WITH RETURN CODE 4 OR LESS IS COMPLETE; ENDED HIGHER IS    *
001300*    FAILED; STARTED AND NEVER ENDED IS STILL RUNNING OR        *
001400*    ABENDED.  A JOB WITH PREDECESSORS READS THE FILE AT START  *
001500*    AND REFUSES TO RUN UNLESS EACH IS COMPLETE FOR ITS         *
001600*    BUSINESS DATE, OR AN OPERATOR'S STEPOVRD CARD OVERRIDES    *
001700*    THE CHECK - WHICH APPENDS AN "O" RECORD PER PREDECESSOR    *
001800*    PASSED OVER, NAMING THE OPERATOR.  THE "E" RECORD OF THE   *
001900*    JOBS DL900 REPORTS ON CARRIES THEIR KEY COUNTS -           *
002000*      DL100, DL150  READ, WRITTEN, REJECTED, DUPLICATED        *
002100*      DL200         REJECTS READ, REPAIRED, STILL REJECTED,    *
002110*                    NO CORRECTION CARD, CLEARED BY RESEND       *
002300*      DL400         SENT NOT ACKED, ACKED NOT SENT, BATCH      *
002400*                    CONTROL FAILURES, BAD RECORD TYPES          *
002500*      DL500         RUNS FLAGGED                                *
002510*    A FIFTH COUNT IS USED ONLY WHERE SHOWN; IT IS ZERO ON THE  *
002520*    OTHER JOBS' RECORDS.                                       *
002600*    THE FILE IS ONLY EVER APPENDED TO.  COPY THIS LAYOUT INTO  *
002700*    ANY PROGRAM THAT READS OR BUILDS A STEP-CTL-RECORD.        *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ----------------------------------------  *
003200*    2026-10-15 JL    INITIAL VERSION.                           *
003210*    2026-10-15 JL    DL200'S END RECORD NOW ALSO CARRIES THE    *
003220*                     REJECTS CLEARED BY A REGION'S RESEND, IN A *
003230*                     FIFTH COUNT TAKEN FROM THE FILLER.         *
003300*                                                                *
003400*****************************************************************
003500 01  STEP-CTL-RECORD.
003600     05  STEP-CTL-BUSINESS-DATE          PIC 9(08).
003700     05  STEP-CTL-JOB                    PIC X(05).
003800     05  STEP-CTL-STREAM-ID              PIC X(01).
003900     05  STEP-CTL-EVENT                  PIC X(01).
004000         88  STEP-CTL-STARTED            VALUE "S".
004100         88  STEP-CTL-ENDED              VALUE "E".
004200         88  STEP-CTL-OVERRIDDEN         VALUE "O".
004300     05  STEP-CTL-TIMESTAMP              PIC 9(14).
004400     05  STEP-CTL-RETURN-CODE            PIC 9(03).
004500     05  STEP-CTL-COUNTS.
004600         10  STEP-CTL-COUNT-1            PIC 9(09).
004700         10  STEP-CTL-COUNT-2            PIC 9(09).
004800         10  STEP-CTL-COUNT-3            PIC 9(09).
004900         10  STEP-CTL-COUNT-4            PIC 9(09).
004910         10  STEP-CTL-COUNT-5            PIC 9(09).
004920         10  FILLER                      PIC X(03).
005100     05  STEP-CTL-OVERRIDE-DETAIL REDEFINES STEP-CTL-COUNTS.
005200         10  STEP-CTL-OVR-OPERATOR       PIC X(08).
005300         10  STEP-CTL-OVR-PRED-JOB       PIC X(05).
005400         10  STEP-CTL-OVR-PRED-STATE     PIC X(01).
005500             88  STEP-CTL-OVR-PRED-MISSING  VALUE "M".
005600             88  STEP-CTL-OVR-PRED-RUNNING  VALUE "R".
005700             88  STEP-CTL-OVR-PRED-FAILED   VALUE "F".
005800         10  STEP-CTL-OVR-PRED-RC        PIC 9(03).
005900         10  STEP-CTL-OVR-REASON         PIC X(31).
