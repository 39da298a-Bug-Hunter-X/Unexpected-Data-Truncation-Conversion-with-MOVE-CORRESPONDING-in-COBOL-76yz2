000100*****************************************************************
000200*                                                               *
000300*    DBSNAP.CPY                                                 *
000400*                                                                *
000500*    PERIOD-END MASTER SNAPSHOT RECORD.  WHEN DL800 CLOSES A    *
000600*    PERIOD IT APPENDS ONE RECORD PER DB-RECORD-SOURCE-CODE TO  *
000700*    THE DBSNAP FILE CARRYING THE RECORD COUNT AND AMOUNT TOTAL *
000800*    OF THAT SOURCE ON DBOUT AT THE MOMENT OF CLOSE.  THE FILE  *
000900*    IS NEVER REWRITTEN - EACH CLOSE ADDS ITS OWN RECORDS - SO  *
001000*    THE LATEST SNAPSHOT BEFORE A PERIOD IS THAT PERIOD'S       *
001100*    OPENING BALANCE IN THE DL800 ROLL-FORWARD RECONCILIATION.  *
001200*    COPY THIS LAYOUT INTO ANY PROGRAM THAT READS OR BUILDS A   *
001300*    DB-SNAP-RECORD.                                            *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------  *
001800*    2026-10-15 JL    INITIAL VERSION.                           *
001900*                                                                *
002000*****************************************************************
002100 01  DB-SNAP-RECORD.
002200     05  DB-SNAP-PERIOD                  PIC 9(06).
002300     05  DB-SNAP-SOURCE-CODE             PIC X(03).
002400     05  DB-SNAP-RECORD-COUNT            PIC 9(09).
002500     05  DB-SNAP-AMOUNT                  PIC 9(13)V99.
002600     05  DB-SNAP-CLOSE-DATE              PIC 9(08).
002700     05  DB-SNAP-OPERATOR                PIC X(08).
002800     05  FILLER                          PIC X(31).
