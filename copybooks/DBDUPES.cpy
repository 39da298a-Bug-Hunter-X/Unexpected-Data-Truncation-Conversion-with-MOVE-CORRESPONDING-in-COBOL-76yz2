000100*****************************************************************
000200*                                                               *
000300*    DBDUPES.CPY                                                *
000400*                                                                *
000500*    SUPPRESSED DUPLICATE RECORD.  DL100 WRITES ONE TO DBDUPES  *
000600*    FOR EVERY LATER OCCURRENCE OF A KEY ALREADY POSTED THAT    *
000700*    NIGHT (DL150 GATHERS THE SPLIT STREAMS' FILES INTO ONE):   *
000800*    THE OCCURRENCE NUMBER, THE VALUE THE FIRST OCCURRENCE      *
000900*    POSTED, THE VALUE THIS COPY CARRIED, AND THE SOURCE CODE   *
001000*    AND TRANS CODE IT ARRIVED WITH, SO THE DUPLICATE CAN BE    *
001100*    RETURNED TO ITS REGION.  A RECORD FROM BEFORE THE CODES    *
001200*    WERE CARRIED HAS THEM BLANK.  COPY THIS LAYOUT INTO ANY    *
001300*    PROGRAM THAT READS OR BUILDS A DUP-RECORD.                 *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------  *
001800*    2026-10-15 JL    INITIAL VERSION - LAYOUT TAKEN FROM DL100, *
001900*                     DL260, WITH THE SOURCE AND TRANS CODES     *
002000*                     ADDED.                                     *
002100*                                                                *
002200*****************************************************************
002300 01  DUP-RECORD.
002400     05  DUP-KEY                         PIC X(10).
002500     05  DUP-OCCURRENCE                  PIC 9(05).
002600     05  DUP-FIRST-VALUE                 PIC 9(11)V99.
002700     05  DUP-THIS-VALUE                  PIC X(15).
002800     05  DUP-SOURCE-CODE                 PIC X(03).
002900     05  DUP-TRANS-CODE                  PIC X(01).
