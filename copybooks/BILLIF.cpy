000200*                                                               *
000300*    BILLIF.CPY                                                 *
000400*                                                                *
000500*    BILLING INTERFACE RECORD LAYOUTS.  DL100, DL150, DL200,    *
000510*    DL260, DL270 AND DL610 WRITE THE BILLIF FILE; DL400        *
000520*    RECONCILES IT AGAINST BILLING'S ACKNOWLEDGMENTS.  EACH     *
000530*    WRITER FRAMES ITS BATCH WITH AN HDR RECORD (RUN ID,        *
000540*    BUSINESS DATE) AND A TRL RECORD (DETAIL COUNT, AMOUNT      *
000550*    TOTAL), THE SAME CONVENTION WE DEMAND OF OUR OWN INBOUND   *
000560*    EXTRACTS, SO A SHORT OR DOUBLED TRANSMISSION IS CAUGHT THE *
000570*    MORNING IT IS PRODUCED INSTEAD OF AT ACKNOWLEDGMENT TIME.  *
000580*    THE DETAIL NOW CARRIES THE POSTED AMOUNT SO THE TRAILER    *
000590*    TOTAL CAN BE PROVED FROM THE FILE ALONE.  THE THREE        *
000600*    LAYOUTS SHARE ONE RECORD SLOT UNDER THE FD.  COPY THIS     *
000610*    INTO ANY PROGRAM THAT READS OR BUILDS THE FILE.  DO NOT    *
000620*    REDEFINE THESE LAYOUTS BY HAND.                            *
001710*                                                                *
001720*    EVERY DETAIL CARRIES A RECORD TYPE.  AN ADD BILLS A        *
001730*    CHARGE OF THE FULL AMOUNT.  A CHANGE BILLS AN ADJUSTMENT   *
001740*    OF THE DIFFERENCE FROM THE MASTER'S BEFORE IMAGE - A       *
001750*    DEBIT WHEN THE AMOUNT WENT UP, A CREDIT WHEN IT WENT DOWN, *
001760*    A ZERO DEBIT WHEN ONLY THE NAME FIELDS MOVED.  A DELETE    *
001770*    BILLS A REVERSAL (ALWAYS A CREDIT) OF THE LAST BILLED      *
001780*    AMOUNT, THE BEFORE IMAGE'S.  BILL-IF-AMOUNT IS ALWAYS THE  *
001790*    UNSIGNED SIZE OF THE MOVE; BILL-IF-DIRECTION GIVES ITS     *
001791*    SIGN.  GROSS IS THE SUM OF THE SIZES, NET THE SUM OF THE   *
001792*    DEBITS LESS THE CREDITS.  A DETAIL FROM BEFORE THE TYPE    *
001793*    EXISTED HAS BLANKS THERE AND READS AS A DEBIT CHARGE,      *
001794*    WHICH IS WHAT IT WAS.  THE TRAILER CARRIES THE BATCH'S     *
001795*    GROSS IN BILL-IF-TRL-AMOUNT, ITS SIGNED NET, AND THE       *
001796*    COUNT AND AMOUNTS OF EACH RECORD TYPE; A TRAILER FROM      *
001797*    BEFORE THEM HAS BLANKS THERE.                              *
001800*                                                                *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE       INIT  DESCRIPTION                                *
002200*    2026-09-02 JL    INITIAL VERSION, SPLIT OUT OF THE FOUR     *
002300*                     WRITERS AND WIDENED WITH THE HDR/TRL       *
002400*                     FRAME AND THE PER-RECORD AMOUNT.           *
002410*    2026-10-15 JL    RECORD TYPE (CHARGE, ADJUSTMENT, REVERSAL) *
002420*                     AND DEBIT/CREDIT DIRECTION ON THE DETAIL;  *
002430*                     NET AND PER-TYPE TOTALS ON THE TRAILER.    *
002440*                     ALL THREE LAYOUTS WIDENED TO 120 BYTES.    *
002450*    2026-10-15 JL    DL270 (HIGH-VALUE HOLD RELEASE) ADDED TO   *
002460*                     THE WRITERS.                               *
002470*    2026-10-15 JL    DL610 (MASS MAINTENANCE) ADDED TO THE      *
002480*                     WRITERS.                                   *
002500*                                                                *
002600*****************************************************************
002700 01  BILL-INTERFACE-RECORD.
002900     05  BILL-IF-FIELD3                  PIC X(20).
003000     05  BILL-IF-PERIOD                  PIC 9(06).
003100     05  BILL-IF-AMOUNT                  PIC 9(11)V99.
003110     05  BILL-IF-REC-TYPE                PIC X(01).
003120         88  BILL-IF-CHARGE              VALUE "C" " ".
003130         88  BILL-IF-ADJUSTMENT          VALUE "A".
003140         88  BILL-IF-REVERSAL            VALUE "R".
003150     05  BILL-IF-DIRECTION               PIC X(01).
003160         88  BILL-IF-DEBIT               VALUE "+" " ".
003170         88  BILL-IF-CREDIT              VALUE "-".
003180     05  FILLER                          PIC X(59).
003200 01  BILL-IF-HDR-RECORD.
003300     05  BILL-IF-HDR-ID                  PIC X(03).
003400         88  BILL-IF-HDR                 VALUE "HDR".
003500     05  BILL-IF-HDR-RUN-ID              PIC X(14).
003600     05  BILL-IF-HDR-DATE                PIC 9(08).
003700     05  FILLER                          PIC X(95).
003800 01  BILL-IF-TRL-RECORD.
003900     05  BILL-IF-TRL-ID                  PIC X(03).
004000         88  BILL-IF-TRL                 VALUE "TRL".
004100     05  BILL-IF-TRL-COUNT               PIC 9(09).
004200     05  BILL-IF-TRL-AMOUNT              PIC 9(11)V99.
004210     05  BILL-IF-TRL-NET-AMOUNT          PIC S9(11)V99
004220                                         SIGN LEADING SEPARATE.
004230     05  BILL-IF-TRL-CHG-COUNT           PIC 9(09).
004240     05  BILL-IF-TRL-CHG-AMOUNT          PIC 9(11)V99.
004250     05  BILL-IF-TRL-ADJ-COUNT           PIC 9(09).
004260     05  BILL-IF-TRL-ADJ-GROSS           PIC 9(11)V99.
004270     05  BILL-IF-TRL-ADJ-NET             PIC S9(11)V99
004280                                         SIGN LEADING SEPARATE.
004290     05  BILL-IF-TRL-REV-COUNT           PIC 9(09).
004291     05  BILL-IF-TRL-REV-AMOUNT          PIC 9(11)V99.
004300     05  FILLER                          PIC X(01).
