000100*--------------------------------------------------------------*
000200* NAMECALF - BUSINESS-DAY CALENDAR RECORD LAYOUT.              *
000300*                                                              *
000400* THE OFFICE WORKS MONDAY TO FRIDAY.  THIS FILE HOLDS ONLY THE *
000500* EXCEPTIONS TO THAT RULE, ONE RECORD PER DATE, KEYED BY THE   *
000600* DATE: A HOLIDAY OR AN OFFICE CLOSURE THAT FALLS ON A         *
000700* WEEKDAY, OR A WEEKEND DAY THE OFFICE IS OPEN AND WORKING.    *
000800* A DATE WITH NO RECORD FOLLOWS THE WEEKDAY RULE.  THE BATCH   *
000900* DATE CHECKS ASK THE SHARED NAMECALV SUBPROGRAM, NEVER THE    *
001000* FILE DIRECTLY.  MAINTAINED BY THE NAMECALM PROGRAM, WHICH IS *
001100* FOR SUPERVISION ONLY; KEY EACH YEAR'S HOLIDAYS BEFORE THE    *
001200* YEAR STARTS.                                                 *
001300*--------------------------------------------------------------*
001400*                  DATE       INIT  DESCRIPTION                *
001500*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001600*--------------------------------------------------------------*
001700     05  CL-CALENDAR-DATE        PIC 9(08).
001800     05  CL-DAY-TYPE             PIC X(01).
001900         88  CL-HOLIDAY                  VALUE "H".
002000         88  CL-OFFICE-CLOSED            VALUE "C".
002100         88  CL-WORKING-DAY              VALUE "W".
002200         88  CL-NON-BUSINESS-DAY         VALUE "H" "C".
002300     05  CL-DESCRIPTION          PIC X(30).
002400     05  CL-UPDATED-BY           PIC X(08).
002500     05  CL-UPDATED-DATE         PIC 9(08).
002600     05  FILLER                  PIC X(05).
