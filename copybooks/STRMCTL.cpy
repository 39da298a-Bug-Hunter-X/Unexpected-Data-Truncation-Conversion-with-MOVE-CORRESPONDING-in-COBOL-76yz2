001570*                     REWRITTEN AT END, SO A STALE RECORD FROM   *
001580*                     A PRIOR NIGHT CANNOT PASS THE MERGE'S      *
001590*                     VERIFY PASS AFTER A MID-RUN ABORT.         *
001591*    2026-10-15 JL    SOURCE GROUP NOW OCCURS 20 TIMES, ONE PER  *
001592*                     SOURCE REGISTRY POSITION (SRCREG.CPY), IN  *
001593*                     REGISTRY ORDER, INSTEAD OF THE THREE       *
001594*                     HARD-WIRED REGIONS.  UNUSED GROUPS ARE     *
001595*                     WRITTEN AS NOT PRESENT.                    *
001600*                                                                *
001700*****************************************************************
001800 01  STREAM-CTL-RECORD.
002700     05  STRM-CTL-CHANGES                PIC 9(09).
002800     05  STRM-CTL-DELETES                PIC 9(09).
002900     05  STRM-CTL-CONTROL-TOTAL          PIC 9(11)V99.
003000     05  STRM-CTL-SOURCE-GROUP OCCURS 20 TIMES.
003100         10  STRM-CTL-SRC-PRESENT        PIC X(01).
003200         10  STRM-CTL-SRC-CODE           PIC X(03).
003300         10  STRM-CTL-SRC-TRL-SEEN       PIC X(01).
