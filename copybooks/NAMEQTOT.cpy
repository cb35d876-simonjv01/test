000100*--------------------------------------------------------------*
000200* NAMEQTOT - DATA-QUALITY SCORECARD SAVED-TOTALS RECORD.       *
000300*                                                              *
000400* NAMEQUAL WRITES ONE RECORD PER INTAKE SOURCE AT THE END OF   *
000500* EACH MONTHLY RUN AND READS LAST MONTH'S RECORDS BACK AT THE  *
000600* START OF THE NEXT, SO THE SCORECARD CAN SHOW THE CHANGE FROM *
000700* LAST MONTH WITHOUT RESCANNING AN OLD COPY OF THE MASTER.     *
000800* THE SIX PROBLEM COUNTS ARE ALSO ADDRESSABLE AS A TABLE, IN   *
000900* THE ORDER THE SCORECARD PRINTS THEM.                         *
001000*--------------------------------------------------------------*
001100*                  DATE       INIT  DESCRIPTION                *
001200*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001300*--------------------------------------------------------------*
001400     05  QT-INTAKE-SOURCE        PIC X(08).
001500     05  QT-RUN-DATE             PIC 9(08).
001600     05  QT-ACTIVE-COUNT         PIC 9(07).
001700     05  QT-PROBLEM-COUNTS.
001800         10  QT-NO-ADDRESS       PIC 9(07).
001900         10  QT-BLANK-PHONE      PIC 9(07).
002000         10  QT-BAD-SUFFIX       PIC 9(07).
002100         10  QT-ONE-LETTER-FIRST PIC 9(07).
002200         10  QT-MIDDLE-INITIAL   PIC 9(07).
002300         10  QT-LAST-IS-FIRST    PIC 9(07).
002400     05  QT-PROBLEM-TABLE REDEFINES QT-PROBLEM-COUNTS.
002500         10  QT-PROBLEM-COUNT    PIC 9(07) OCCURS 6 TIMES.
002600     05  FILLER                  PIC X(15).
