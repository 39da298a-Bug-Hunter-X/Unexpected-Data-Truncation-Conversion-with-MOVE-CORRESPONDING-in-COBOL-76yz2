000100*****************************************************************
000200*                                                               *
000300*    DBHOLD.CPY                                                 *
000400*                                                                *
000500*    HIGH-VALUE HOLD (SUSPENSE) RECORD.  DL100, AND DL150 ON A  *
000600*    SPLIT NIGHT, WRITE ONE INSTEAD OF POSTING AN ADD OR CHANGE *
000700*    WHOSE NEW AMOUNT IS OVER THE HOLD LIMIT, OR A CHANGE THAT  *
000800*    MOVES THE AMOUNT BY MORE THAN THE HOLD PERCENT OF THE      *
000900*    MASTER'S BEFORE IMAGE (BOTH PUNCHED ON THE RUN-PARM CARD). *
001000*    NOTHING HELD TOUCHES THE MASTER OR BILLING.  THE DAYTIME   *
001100*    DL270 REVIEW JOB LISTS EACH HELD ITEM BESIDE THE CURRENT   *
001200*    MASTER AND, ON A SECOND OPERATOR'S APPROVAL, POSTS IT OR   *
001300*    DECLINES IT TO THE REJECT STREAM; AN UNDECIDED ITEM IS     *
001400*    CARRIED FORWARD TO DBHLDNEW, WHICH REPLACES DBHOLD BEFORE  *
001500*    THE NEXT NIGHT'S RUN, AS DBREJNEW REPLACES DBREJECT.       *
001600*    DB-HOLD-DATA IS THE CONVERTED DB-RECORD IMAGE EXACTLY AS   *
001700*    IT WOULD HAVE POSTED.  DB-HOLD-BEFORE-AMOUNT IS THE        *
001800*    MASTER'S AMOUNT WHEN THE ITEM WAS HELD (ZERO FOR AN ADD) - *
001900*    DL270 BILLS AGAINST THE MASTER AS IT STANDS WHEN THE ITEM  *
002000*    IS RELEASED, NOT THIS.  COPY THIS LAYOUT INTO ANY PROGRAM  *
002100*    THAT READS OR BUILDS A DB-HOLD-RECORD.                     *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ----------------------------------------  *
002600*    2026-10-15 JL    INITIAL VERSION.                           *
002700*                                                                *
002800*****************************************************************
002900 01  DB-HOLD-RECORD.
003000     05  DB-HOLD-TRANS-CODE              PIC X(01).
003100         88  DB-HOLD-TC-ADD              VALUE "A".
003200         88  DB-HOLD-TC-CHANGE           VALUE "C".
003300     05  DB-HOLD-DATA.
003400         10  DB-HOLD-KEY                 PIC X(10).
003500         10  DB-HOLD-FIELD1              PIC X(20).
003600         10  DB-HOLD-FIELD2              PIC X(20).
003700         10  DB-HOLD-FIELD3              PIC X(20).
003800         10  DB-HOLD-AMOUNT              PIC 9(11)V99.
003900         10  DB-HOLD-SOURCE-CODE         PIC X(03).
004000     05  DB-HOLD-ORIG-VALUE              PIC X(15).
004100     05  DB-HOLD-PERIOD                  PIC 9(06).
004200     05  DB-HOLD-BEFORE-AMOUNT           PIC 9(11)V99.
004300     05  DB-HOLD-REASON                  PIC X(30).
004400     05  DB-HOLD-DATE                    PIC 9(08).
004500     05  DB-HOLD-RUN-ID                  PIC X(14).
