000100*--------------------------------------------------------------*
000200* NAMEDUPR - REVIEWED DUPLICATE-PAIR RECORD LAYOUT.            *
000300*                                                              *
000400* ONE RECORD PER CANDIDATE PAIR FROM THE WEEKLY NAMEDUPS       *
000500* SOUND-ALIKE SWEEP THAT A SUPERVISOR HAS LOOKED AT IN         *
000600* NAMEMAIN OPTION 7 AND DECIDED ARE TWO DIFFERENT PEOPLE.      *
000700* KEYED BY THE PAIR, LOWER NM-RECORD-KEY FIRST, SO THE SAME    *
000800* PAIR IS FOUND WHICHEVER WAY ROUND IT WAS KEYED.  NAMEDUPS    *
000900* LEAVES ANY PAIR ON THIS FILE OFF ITS LIST.                   *
001000*--------------------------------------------------------------*
001100*                  DATE       INIT  DESCRIPTION                *
001200*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001300*--------------------------------------------------------------*
001400     05  DR-PAIR-KEY.
001500         10  DR-LOW-KEY          PIC 9(07).
001600         10  DR-HIGH-KEY         PIC 9(07).
001700     05  DR-REVIEW-DATE          PIC 9(08).
001800     05  DR-REVIEW-TIME          PIC 9(06).
001900     05  DR-OPERATOR-ID          PIC X(08).
002000     05  DR-DECISION             PIC X(01).
002100         88  DR-NOT-DUPLICATE            VALUE "N".
