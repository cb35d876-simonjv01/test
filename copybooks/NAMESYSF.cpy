000100*--------------------------------------------------------------*
000200* NAMESYSF - SYSTEM-STATUS CONTROL RECORD LAYOUT.              *
000300*                                                              *
000400* ONE RECORD SAYING WHETHER A BATCH JOB IS RUNNING AGAINST THE *
000500* NAME MASTER.  OBTAINBAT, NAMEARCH, AND NAMESTDF SET IT TO    *
000600* "BATCH IN PROGRESS" AS THEY START AND CLEAR IT AT NORMAL     *
000700* END; WHILE IT IS SET NAMEMAIN, OBTAININPUT, AND NAMESUSR     *
000800* REFUSE EVERY UPDATE.  AN ABENDED JOB LEAVES IT SET UNTIL A   *
000900* SUPERVISOR CLEARS IT IN NAMESYSM.  REWRITTEN IN FULL ON      *
001000* EVERY CHANGE, THE SAME WAY NAMECAP MAINTAINS NAMECTRL.       *
001100* PROGRAMS GO THROUGH THE SHARED NAMESYSV SUBPROGRAM, NEVER    *
001200* THE FILE DIRECTLY.  NO FILE AT ALL MEANS UPDATES ARE OPEN.   *
001300*--------------------------------------------------------------*
001400*                  DATE       INIT  DESCRIPTION                *
001500*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001600*--------------------------------------------------------------*
001700     05  SS-SYSTEM-STATUS        PIC X(01).
001800         88  SS-BATCH-IN-PROGRESS        VALUE "B".
001900         88  SS-UPDATES-OPEN             VALUE "O" " ".
002000     05  SS-SET-BY               PIC X(08).
002100     05  SS-SET-DATE             PIC 9(08).
002200     05  SS-SET-TIME             PIC 9(06).
002300     05  SS-CLEARED-BY           PIC X(08).
002400     05  SS-CLEAR-TYPE           PIC X(01).
002500         88  SS-CLEARED-AT-END           VALUE "E".
002600         88  SS-CLEARED-BY-OVERRIDE      VALUE "O".
002700     05  SS-CLEARED-DATE         PIC 9(08).
002800     05  SS-CLEARED-TIME         PIC 9(06).
002900     05  FILLER                  PIC X(14).
