000100*****************************************************************
000200*                                                               *
000300*    ARCHCAT.CPY                                                *
000400*                                                                *
000500*    AUDIT AND JOURNAL ARCHIVE CATALOG RECORD.  THE PERMANENT   *
000600*    ARCHIVE IS PARTITIONED BY PERIOD: EVERY AUDIT-LOG-RECORD   *
000700*    GOES TO THE AUDIT PARTITION AUDAYYYYMM AND EVERY           *
000800*    DB-JOURNAL-RECORD TO THE JOURNAL PARTITION JRNAYYYYMM OF   *
000900*    ITS PERIOD - THE DATE IN ITS RUN ID (THE SAME DATE ITS     *
001000*    BILLING PERIOD CAME FROM), OR ITS TIMESTAMP WHEN THE RUN   *
001100*    ID CARRIES NO DATE.  DL110 APPENDS EACH NIGHT'S AUDITLOG   *
001200*    AND DBJRNL BEFORE RESTARTING THEM.  THE ARCHCAT FILE HOLDS *
001300*    ONE OF THESE PER PARTITION, IN TYPE AND PERIOD ORDER, WITH *
001400*    ITS RECORD COUNT AND THE EARLIEST AND LATEST TIMESTAMP ON  *
001500*    IT, SO A RANGE INQUIRY OPENS ONLY THE PARTITIONS IT NEEDS. *
001600*    THE DL750 RETENTION JOB EMPTIES A PARTITION PAST ITS       *
001700*    RETENTION AND MARKS IT PURGED HERE; THE COUNTS AND         *
001800*    TIMESTAMPS ARE KEPT AS THE RECORD OF WHAT WAS REMOVED.     *
001810*    THE PENDING COUNT IS HOW MANY OF THE PARTITION'S RECORDS - *
001820*    ALWAYS ITS LAST ONES - ARE STILL ALSO IN AN AUDITLOG OR    *
001830*    DBJRNL THAT A FAILED DL110 RUN COULD NOT RESTART; A READER *
001840*    TAKES ONLY THE FIRST RECORD-COUNT LESS PENDING RECORDS OF  *
001850*    THE PARTITION AND THE REST FROM THE LIVE FILE.  BLANK ON A *
001860*    RECORD WRITTEN BEFORE IT EXISTED, WHICH MEANS ZERO.        *
001900*    COPY THIS LAYOUT INTO ANY PROGRAM THAT READS OR BUILDS AN  *
002000*    ARCH-CAT-RECORD.                                           *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ----------------------------------------  *
002500*    2026-10-15 JL    INITIAL VERSION.                           *
002510*    2026-10-15 JL    PENDING COUNT ADDED FROM FILLER FOR        *
002520*                     RECORDS STILL ALSO IN A LIVE FILE.         *
002600*                                                                *
002700*****************************************************************
002800 01  ARCH-CAT-RECORD.
002900     05  ARCH-CAT-TYPE                   PIC X(01).
003000         88  ARCH-CAT-AUDIT              VALUE "A".
003100         88  ARCH-CAT-JOURNAL            VALUE "J".
003200     05  ARCH-CAT-PERIOD                 PIC 9(06).
003300     05  ARCH-CAT-DD-NAME                PIC X(10).
003400     05  ARCH-CAT-STATUS                 PIC X(01).
003500         88  ARCH-CAT-ACTIVE             VALUE "A".
003600         88  ARCH-CAT-PURGED             VALUE "P".
003700     05  ARCH-CAT-RECORD-COUNT           PIC 9(09).
003800     05  ARCH-CAT-FIRST-TS               PIC 9(14).
003900     05  ARCH-CAT-LAST-TS                PIC 9(14).
004000     05  ARCH-CAT-LAST-ADDED-DATE        PIC 9(08).
004100     05  ARCH-CAT-PURGE-DATE             PIC 9(08).
004200     05  ARCH-CAT-PURGE-RUN-ID           PIC X(14).
004210     05  ARCH-CAT-PENDING-CT             PIC 9(09).
004300     05  FILLER                          PIC X(06).
