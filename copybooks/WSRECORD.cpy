000430*                     RECORD) AND EVERY EXTRACT STREAM IS READ   *
000440*                     INTO THEM - A FILE'S OWN RECORD AREA IS    *
000450*                     NOT ADDRESSABLE ONCE THE FILE IS CLOSED.   *
000451*    2026-10-15 JL    ADDED TRANS CODE K (RE-KEY) FOR ACCOUNT    *
000452*                     RENUMBERING. WS-REKEY-RECORD REDEFINES THE *
000453*                     DETAIL: THE OLD KEY IS WS-RECORD-KEY AND   *
000454*                     THE NEW KEY RIDES IN THE FIRST TEN BYTES   *
000455*                     OF FIELD1, SO THE EXTRACT LAYOUT IS        *
000456*                     UNCHANGED.                                 *
000460*                                                                *
000470*****************************************************************
000480 01  WS-RECORD.
000550         88  WS-RECORD-ADD               VALUE "A".
000560         88  WS-RECORD-CHANGE            VALUE "C".
000570         88  WS-RECORD-DELETE            VALUE "D".
000575         88  WS-RECORD-REKEY             VALUE "K".
000580     05  WS-RECORD-SOURCE-CODE           PIC X(03).
000590 01  WS-HEADER-RECORD REDEFINES WS-RECORD.
000600     05  WS-HEADER-REC-ID                PIC X(03).
000680     05  WS-TRAILER-RECORD-COUNT         PIC 9(09).
000690     05  WS-TRAILER-CONTROL-TOTAL        PIC 9(11)V99.
000700     05  FILLER                          PIC X(64).
000701 01  WS-REKEY-RECORD REDEFINES WS-RECORD.
000702     05  WS-REKEY-OLD-KEY                PIC X(10).
000703     05  WS-REKEY-NEW-KEY                PIC X(10).
000704     05  FILLER                          PIC X(69).
