000100*****************************************************************
000200*                                                               *
000300*    REJHIST.CPY                                                *
000400*                                                                *
000500*    REJECT HISTORY RECORD.  THE PERMANENT HISTORY BEHIND THE   *
000600*    DL290 WEEKLY REGION REJECT REPORT.  TWO KINDS OF RECORD,   *
000700*    BOTH UNDER THE BUSINESS DATE AND SOURCE CODE -             *
000800*      R  RECEIPTS - APPENDED BY DL100 PER REGISTRY SOURCE AT   *
000900*         THE END OF EVERY PRODUCTION RUN THAT TIES OUT (EACH   *
001000*         SPLIT STREAM APPENDS ITS OWN, BY STREAM DIGIT): THE   *
001100*         DETAILS READ AND THE DUPLICATES SUPPRESSED.           *
001200*      D  DISPOSITION - APPENDED BY DL200 PER SOURCE CODE SEEN  *
001300*         ON THE REJECT FILE: REJECTS FIRST SEEN THAT NIGHT,    *
001400*         REJECTS CLEARED BY THE REGION'S OWN CORRECTED RESEND  *
001500*         AND REJECTS REPAIRED HERE ON A CORRECTION CARD, EACH  *
001600*         WITH THE DAYS THEY HAD BEEN OUTSTANDING, AND THE      *
001700*         REJECTS CARRIED FORWARD.                              *
001800*    A RERUN APPENDS AGAIN; THE LATEST RECORD FOR A DATE, KIND, *
001900*    SOURCE AND STREAM IS THE ONE THAT COUNTS.  THE FILE IS     *
002000*    ONLY EVER APPENDED TO.  COPY THIS LAYOUT INTO ANY PROGRAM  *
002100*    THAT READS OR BUILDS A REJ-HIST-RECORD.                    *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ----------------------------------------  *
002600*    2026-10-15 JL    INITIAL VERSION.                           *
002700*                                                                *
002800*****************************************************************
002900 01  REJ-HIST-RECORD.
003000     05  REJ-HIST-BUSINESS-DATE          PIC 9(08).
003100     05  REJ-HIST-KIND                   PIC X(01).
003200         88  REJ-HIST-RECEIPTS           VALUE "R".
003300         88  REJ-HIST-DISPOSITION        VALUE "D".
003400     05  REJ-HIST-STREAM-ID              PIC X(01).
003500     05  REJ-HIST-SOURCE-CODE            PIC X(03).
003600     05  REJ-HIST-RUN-ID                 PIC X(14).
003700     05  REJ-HIST-RECEIPT-COUNTS.
003800         10  REJ-HIST-RECORDS-READ       PIC 9(09).
003900         10  REJ-HIST-RECORDS-DUPED      PIC 9(09).
004000         10  FILLER                      PIC X(35).
004100     05  REJ-HIST-DISPOSITION-COUNTS
004200             REDEFINES REJ-HIST-RECEIPT-COUNTS.
004300         10  REJ-HIST-NEW-REJECTS        PIC 9(07).
004400         10  REJ-HIST-CLEARED            PIC 9(07).
004500         10  REJ-HIST-CLEARED-DAYS       PIC 9(07).
004600         10  REJ-HIST-CLEARED-MAX-DAYS   PIC 9(05).
004700         10  REJ-HIST-REPAIRED           PIC 9(07).
004800         10  REJ-HIST-REPAIRED-DAYS      PIC 9(07).
004900         10  REJ-HIST-CARRIED            PIC 9(07).
005000         10  FILLER                      PIC X(06).
