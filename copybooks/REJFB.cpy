000100*****************************************************************
000200*                                                               *
000300*    REJFB.CPY                                                  *
000400*                                                                *
000500*    REJECT FEEDBACK RECORD.  DL280 WRITES ONE FEEDBACK FILE    *
000600*    PER REGION IN SERVICE EACH NIGHT (DD NAME "REJFB" PLUS THE *
000700*    SOURCE CODE) FOR THE REGION TO FIX AND RESEND FROM ITS OWN *
000800*    SYSTEM.  EVERY FILE IS FRAMED LIKE THE BILLING INTERFACE - *
000900*    ONE "HDR" RECORD (SOURCE CODE, DL280 RUN ID, BUSINESS      *
001000*    DATE), THE DETAILS, AND ONE "TRL" RECORD WITH THE DETAIL   *
001100*    COUNT AND ITS SPLIT BY TYPE - EVEN WHEN THERE ARE NO       *
001200*    DETAILS, SO THE REGION CAN TELL "NOTHING OUTSTANDING" FROM *
001300*    "FILE LOST".  THE DETAIL TYPES ARE -                       *
001400*      REJ  A REJECT STILL OUTSTANDING AFTER THE NIGHT'S REPAIR *
001500*           RUN, WITH THE DATE IT WAS FIRST SEEN.  IT IS SENT   *
001600*           EVERY NIGHT UNTIL IT CLEARS.  A RE-KEY CARRIES ITS  *
001700*           NEW KEY.                                            *
001800*      DUP  A DUPLICATE OF A KEY ALREADY POSTED THAT NIGHT,     *
001900*           SUPPRESSED.  THE ORIGINAL VALUE IS THE VALUE THE    *
002000*           SUPPRESSED COPY CARRIED.                            *
002100*    A CORRECTED RESEND OF A REJECT (SAME KEY AND TRANS CODE,   *
002200*    SAME SOURCE) THAT POSTS CLEARS IT ON THE NEXT REPAIR RUN.  *
002300*    COPY THIS LAYOUT INTO ANY PROGRAM THAT READS OR BUILDS A   *
002400*    REJECT FEEDBACK RECORD.                                    *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    ---------- ----  ----------------------------------------  *
002900*    2026-10-15 JL    INITIAL VERSION.                           *
003000*                                                                *
003100*****************************************************************
003200 01  REJ-FB-RECORD.
003300     05  REJ-FB-REC-TYPE                 PIC X(03).
003400         88  REJ-FB-REJECT               VALUE "REJ".
003500         88  REJ-FB-DUPLICATE            VALUE "DUP".
003600     05  REJ-FB-KEY                      PIC X(10).
003700     05  REJ-FB-TRANS-CODE               PIC X(01).
003800     05  REJ-FB-ORIGINAL-VALUE           PIC X(15).
003900     05  REJ-FB-REASON                   PIC X(44).
004000     05  REJ-FB-FIRST-DATE               PIC 9(08).
004100     05  REJ-FB-NEW-KEY                  PIC X(10).
004200     05  FILLER                          PIC X(09).
004300 01  REJ-FB-HDR-RECORD.
004400     05  REJ-FB-HDR-ID                   PIC X(03).
004500         88  REJ-FB-HDR                  VALUE "HDR".
004600     05  REJ-FB-HDR-SOURCE-CODE          PIC X(03).
004700     05  REJ-FB-HDR-RUN-ID               PIC X(14).
004800     05  REJ-FB-HDR-DATE                 PIC 9(08).
004900     05  FILLER                          PIC X(72).
005000 01  REJ-FB-TRL-RECORD.
005100     05  REJ-FB-TRL-ID                   PIC X(03).
005200         88  REJ-FB-TRL                  VALUE "TRL".
005300     05  REJ-FB-TRL-SOURCE-CODE          PIC X(03).
005400     05  REJ-FB-TRL-COUNT                PIC 9(09).
005500     05  REJ-FB-TRL-REJ-COUNT            PIC 9(09).
005600     05  REJ-FB-TRL-DUP-COUNT            PIC 9(09).
005700     05  FILLER                          PIC X(67).
