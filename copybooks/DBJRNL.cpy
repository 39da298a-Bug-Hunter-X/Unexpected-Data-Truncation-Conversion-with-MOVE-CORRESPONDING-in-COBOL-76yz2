001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------  *
001800*    2026-09-02 JL    INITIAL VERSION.                           *
001810*    2026-10-15 JL    ADDED DB-JRNL-LINK-KEY.  A RE-KEY JOURNALS *
001820*                     AS A LINKED PAIR - A DELETE OF THE OLD KEY *
001830*                     AND A WRITE OF THE NEW ONE - EACH CARRYING *
001840*                     THE OTHER KEY HERE.  BLANK ON EVERY OTHER  *
001850*                     ENTRY AND ON ENTRIES WRITTEN BEFORE IT     *
001860*                     EXISTED.                                   *
001900*                                                                *
002000*****************************************************************
002100 01  DB-JOURNAL-RECORD.
002800     05  DB-JRNL-RUN-ID                  PIC X(14).
002900     05  DB-JRNL-BEFORE-IMAGE            PIC X(86).
003000     05  DB-JRNL-AFTER-IMAGE             PIC X(86).
003001     05  DB-JRNL-LINK-KEY                PIC X(10).
