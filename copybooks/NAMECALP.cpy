000100*--------------------------------------------------------------*
000200* NAMECALP - NAMECALV BUSINESS-DAY CALL PARAMETERS.            *
000300*                                                              *
000400* EVERY PROGRAM THAT CALLS NAMECALV PASSES ONE AREA IN THIS    *
000500* LAYOUT.  SET CP-FUNCTION AND THE INPUT FIELDS, CALL, THEN    *
000600* TEST CP-CALENDAR-STATUS:                                     *
000700*   C  CHECK - IS CP-FROM-DATE A BUSINESS DAY?  SETS           *
000800*      CP-BUSINESS-DAY-SW AND CP-DAY-REASON.                   *
000900*   N  COUNT - CP-DAY-COUNT IS THE NUMBER OF BUSINESS DAYS     *
001000*      AFTER CP-FROM-DATE, UP TO AND INCLUDING CP-TO-DATE      *
001100*      (ZERO WHEN CP-TO-DATE IS NOT LATER).                    *
001200*   F  FORWARD - CP-TO-DATE IS THE CP-DAY-COUNT'TH BUSINESS    *
001300*      DAY AFTER CP-FROM-DATE.  A COUNT OF ZERO GIVES THE      *
001400*      FIRST BUSINESS DAY ON OR AFTER CP-FROM-DATE.            *
001500*   B  BACK - CP-TO-DATE IS THE CP-DAY-COUNT'TH BUSINESS DAY   *
001600*      BEFORE CP-FROM-DATE.  A COUNT OF ZERO GIVES THE LAST    *
001700*      BUSINESS DAY ON OR BEFORE CP-FROM-DATE.                 *
001800* A MISSING CALENDAR FILE, OR A YEAR WITH NOTHING KEYED ON IT, *
001900* STILL GETS AN ANSWER BY THE MONDAY-TO-FRIDAY RULE; THE       *
002000* STATUS SAYS SO, AND THE CALLER DECIDES WHETHER TO WARN.      *
002100*--------------------------------------------------------------*
002200*                  DATE       INIT  DESCRIPTION                *
002300*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
002400*--------------------------------------------------------------*
002500     05  CP-FUNCTION             PIC X(01).
002600         88  CP-CHECK-DAY                VALUE "C".
002700         88  CP-COUNT-DAYS               VALUE "N".
002800         88  CP-FORWARD-DAYS             VALUE "F".
002900         88  CP-BACK-DAYS                VALUE "B".
003000     05  CP-FROM-DATE            PIC 9(08).
003100     05  CP-TO-DATE              PIC 9(08).
003200     05  CP-DAY-COUNT            PIC 9(05).
003300     05  CP-BUSINESS-DAY-SW      PIC X(01).
003400         88  CP-BUSINESS-DAY             VALUE "Y".
003500         88  CP-NON-BUSINESS-DAY         VALUE "N".
003600     05  CP-DAY-REASON           PIC X(30).
003700     05  CP-CALENDAR-STATUS      PIC X(01).
003800         88  CP-CALENDAR-OK              VALUE "0".
003900         88  CP-WEEKDAYS-ONLY            VALUE "M" "Y".
004000         88  CP-CALENDAR-MISSING         VALUE "M".
004100         88  CP-YEAR-NOT-KEYED           VALUE "Y".
004200         88  CP-DATE-INVALID             VALUE "D".
