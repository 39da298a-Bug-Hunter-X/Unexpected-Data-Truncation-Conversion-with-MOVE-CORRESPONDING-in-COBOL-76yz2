000100*****************************************************************
000200*                                                               *
000300*    EDITRULE.CPY                                               *
000400*                                                                *
000500*    FIELD EDIT RULE RECORD.  ONE RECORD PER RULE THAT A        *
000600*    CONVERTED DETAIL MUST PASS BEFORE IT POSTS: THE SOURCE     *
000700*    CODE IT APPLIES TO ("***" FOR EVERY SOURCE), A RULE NAME,  *
000800*    THE FIELD IT TESTS (FIELD1, FIELD2, FIELD3 OR AMOUNT), THE *
000900*    TEST ITSELF AND ITS SEVERITY.  THE TESTS ARE -             *
001000*      R  REQUIRED - THE FIELD MAY NOT BE BLANK                 *
001100*      C  CHARACTER CLASS - EVERY NON-BLANK CHARACTER MUST BE   *
001200*         OF THE RULE'S CLASS: A = LETTERS, N = DIGITS,         *
001300*         X = LETTERS AND DIGITS                                *
001400*      N  MINIMUM - THE AMOUNT MAY NOT BE BELOW THE LIMIT       *
001500*      X  MAXIMUM - THE AMOUNT MAY NOT BE ABOVE THE LIMIT       *
001600*      Z  ZERO AMOUNT - THE AMOUNT MAY NOT BE ZERO              *
001700*    N, X AND Z TEST THE AMOUNT ONLY.  A FATAL RULE THAT FAILS  *
001800*    SENDS THE DETAIL TO DBREJECT NAMING THE RULE; A WARNING    *
001900*    RULE LETS IT POST AND LISTS IT ON THE EDIT EXCEPTIONS      *
002000*    REPORT.  DL100, THE DL200 REPAIR PASS AND THE DL180 PRE-   *
002100*    EDIT ALL APPLY EVERY ACTIVE RULE FOR THE DETAIL'S SOURCE   *
002200*    AND EVERY ACTIVE "***" RULE.  THE FILE IS MAINTAINED ONLY  *
002300*    THROUGH THE DL060 CHANGE JOB, WHICH STAMPS EVERY CHANGE    *
002400*    WITH ITS DATE AND OPERATOR.  A RULE IS NEVER REMOVED - IT  *
002500*    IS SET INACTIVE.  THE PROGRAMS HOLD UP TO 200 RULES.  COPY *
002600*    THIS LAYOUT INTO ANY PROGRAM THAT READS OR BUILDS AN       *
002700*    EDIT-RULE-RECORD.                                          *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ----------------------------------------  *
003200*    2026-10-15 JL    INITIAL VERSION.                           *
003300*                                                                *
003400*****************************************************************
003500 01  EDIT-RULE-RECORD.
003600     05  EDIT-RULE-SOURCE                PIC X(03).
003700         88  EDIT-RULE-ALL-SOURCES       VALUE "***".
003800     05  EDIT-RULE-NAME                  PIC X(08).
003900     05  EDIT-RULE-FIELD                 PIC X(06).
004000         88  EDIT-RULE-FIELD1            VALUE "FIELD1".
004100         88  EDIT-RULE-FIELD2            VALUE "FIELD2".
004200         88  EDIT-RULE-FIELD3            VALUE "FIELD3".
004300         88  EDIT-RULE-AMOUNT            VALUE "AMOUNT".
004400     05  EDIT-RULE-TYPE                  PIC X(01).
004500         88  EDIT-RULE-REQUIRED          VALUE "R".
004600         88  EDIT-RULE-CHAR-CLASS        VALUE "C".
004700         88  EDIT-RULE-MINIMUM           VALUE "N".
004800         88  EDIT-RULE-MAXIMUM           VALUE "X".
004900         88  EDIT-RULE-NO-ZERO           VALUE "Z".
005000     05  EDIT-RULE-CLASS                 PIC X(01).
005100         88  EDIT-RULE-CLASS-ALPHA       VALUE "A".
005200         88  EDIT-RULE-CLASS-DIGITS      VALUE "N".
005300         88  EDIT-RULE-CLASS-ALNUM       VALUE "X".
005400     05  EDIT-RULE-LIMIT                 PIC S9(11)V99
005500                                         SIGN LEADING SEPARATE.
005600     05  EDIT-RULE-SEVERITY              PIC X(01).
005700         88  EDIT-RULE-FATAL             VALUE "F".
005800         88  EDIT-RULE-WARNING           VALUE "W".
005900     05  EDIT-RULE-STATUS                PIC X(01).
006000         88  EDIT-RULE-ACTIVE            VALUE "A".
006100         88  EDIT-RULE-INACTIVE          VALUE "I".
006200     05  EDIT-RULE-LAST-CHANGED          PIC 9(08).
006300     05  EDIT-RULE-CHANGED-BY            PIC X(08).
006400     05  FILLER                          PIC X(29).
