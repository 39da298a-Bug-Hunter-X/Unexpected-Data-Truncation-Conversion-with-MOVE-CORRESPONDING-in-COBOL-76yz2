001895*                     READ BY THE DL250 AGING REPORT SO A        *
001896*                     REJECT CANNOT RIDE THE CARRY-FORWARD FOR   *
001897*                     WEEKS UNNOTICED.                           *
001898*    2026-10-15 JL    ADDED TRANS CODE K (RE-KEY).  A REJECTED   *
001899*                     RE-KEY CARRIES ITS NEW KEY IN THE FIRST    *
001900*                     TEN BYTES OF FIELD1 (DB-REJECT-NEW-KEY),   *
001901*                     AS ON WS-RECORD.                           *
001911*                                                                *
002000*****************************************************************
002100 01  DB-REJECT-RECORD.
002200     05  DB-REJECT-KEY                   PIC X(10).
002300     05  DB-REJECT-FIELD1                PIC X(20).
002310     05  DB-REJECT-REKEY REDEFINES DB-REJECT-FIELD1.
002320         10  DB-REJECT-NEW-KEY           PIC X(10).
002330         10  FILLER                      PIC X(10).
002400     05  DB-REJECT-FIELD2                PIC X(20).
002500     05  DB-REJECT-FIELD3                PIC X(20).
002600     05  DB-REJECT-ORIGINAL-VALUE        PIC X(15).
002810         88  DB-REJECT-TC-ADD            VALUE "A".
002820         88  DB-REJECT-TC-CHANGE         VALUE "C".
002830         88  DB-REJECT-TC-DELETE         VALUE "D".
002835         88  DB-REJECT-TC-REKEY          VALUE "K".
002840     05  DB-REJECT-SOURCE-CODE           PIC X(03).
002850     05  DB-REJECT-FIRST-DATE            PIC 9(08).
