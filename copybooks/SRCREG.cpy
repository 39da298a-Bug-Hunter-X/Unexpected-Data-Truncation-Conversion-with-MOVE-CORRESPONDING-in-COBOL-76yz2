000100*****************************************************************
000200*                                                               *
000300*    SRCREG.CPY                                                 *
000400*                                                                *
000500*    SOURCE REGISTRY RECORD.  ONE RECORD PER REGION THAT SENDS  *
000600*    (OR HAS EVER SENT) A NIGHTLY WS-RECORD EXTRACT: ITS THREE- *
000700*    CHARACTER SOURCE CODE, REGION NAME, THE DD NAME ITS        *
000800*    EXTRACT ARRIVES UNDER, WHETHER IT MUST FRAME THE EXTRACT   *
000900*    WITH A HEADER AND TRAILER, WHETHER IT IS ACTIVE, AND THE   *
001000*    BUSINESS DATES THE ENTRY IS IN EFFECT.  DL100 OPENS ONE    *
001100*    EXTRACT STREAM PER ACTIVE, IN-EFFECT ENTRY, IN REGISTRY    *
001200*    ORDER, AND REJECTS ANY DETAIL STAMPED WITH A CODE THAT IS  *
001300*    NOT ON THE REGISTRY OR NOT IN SERVICE; DL150 HOLDS EACH    *
001400*    STREAM'S SOURCE LIST TO THE SAME REGISTRY AT MERGE TIME.   *
001500*    THE FILE IS MAINTAINED ONLY THROUGH THE DL050 CHANGE JOB,  *
001600*    WHICH STAMPS EVERY CHANGE WITH ITS DATE AND OPERATOR.  A   *
001700*    CODE IS NEVER REMOVED ONCE ISSUED - IT IS SET INACTIVE OR  *
001800*    ITS EFFECTIVE-THRU DATE IS CLOSED, SO OLD MASTER RECORDS   *
001900*    STAMPED WITH IT STILL TRACE TO A NAMED REGION.  ZERO IN    *
002000*    THE EFFECTIVE-FROM DATE MEANS ALWAYS; 99999999 IN THE      *
002100*    EFFECTIVE-THRU DATE MEANS OPEN-ENDED.  THE PROGRAMS HOLD   *
002200*    UP TO 20 ENTRIES.  COPY THIS LAYOUT INTO ANY PROGRAM THAT  *
002300*    READS OR BUILDS A SOURCE-REG-RECORD.                       *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ----------------------------------------  *
002800*    2026-10-15 JL    INITIAL VERSION, REPLACING THE THREE       *
002900*                     EXTRACT STREAMS AND R01/R02/R03 CODES      *
003000*                     THAT WERE HARD-WIRED INTO DL100.           *
003100*                                                                *
003200*****************************************************************
003300 01  SOURCE-REG-RECORD.
003400     05  SRC-REG-CODE                    PIC X(03).
003500     05  SRC-REG-REGION-NAME             PIC X(20).
003600     05  SRC-REG-EXTRACT-DD              PIC X(09).
003700     05  SRC-REG-HDR-TRL-REQ             PIC X(01).
003800         88  SRC-REG-HDR-TRL-REQUIRED    VALUE "Y".
003900     05  SRC-REG-STATUS                  PIC X(01).
004000         88  SRC-REG-ACTIVE              VALUE "A".
004100         88  SRC-REG-INACTIVE            VALUE "I".
004200     05  SRC-REG-EFF-FROM                PIC 9(08).
004300     05  SRC-REG-EFF-THRU                PIC 9(08).
004400     05  SRC-REG-LAST-CHANGED            PIC 9(08).
004500     05  SRC-REG-CHANGED-BY              PIC X(08).
004600     05  FILLER                          PIC X(14).
