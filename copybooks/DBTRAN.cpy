001600*                     AND WIDENED WITH THE BILLING PERIOD SO     *
001700*                     THE MERGE BILLS ONLY WHAT ACTUALLY         *
001800*                     APPLIES.                                   *
001810*    2026-10-15 JL    DB-TRAN-REKEY REDEFINES THE IMAGE FOR A    *
001820*                     RE-KEY (CODE K): OLD KEY IN THE KEY, NEW   *
001830*                     KEY IN THE FIRST TEN BYTES OF FIELD1, AS   *
001840*                     ON WS-RECORD.                              *
001900*                                                                *
002000*****************************************************************
002100 01  DB-TRAN-RECORD.
002200     05  DB-TRAN-CODE                    PIC X(01).
002300     05  DB-TRAN-DATA                    PIC X(86).
002310     05  DB-TRAN-REKEY REDEFINES DB-TRAN-DATA.
002320         10  DB-TRAN-OLD-KEY             PIC X(10).
002330         10  DB-TRAN-NEW-KEY             PIC X(10).
002340         10  FILLER                      PIC X(66).
002400     05  DB-TRAN-ORIG-VALUE              PIC X(15).
002500     05  DB-TRAN-PERIOD                  PIC 9(06).
