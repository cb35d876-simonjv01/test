001200*             E=DELETES                                        *
001300*   NAMEXTR   A=NAMES EXTRACTED                               *
001400*   NAMERECN  A=CONFIRMED B=STILL UNACKED C=UNKNOWN KEYS      *
001410*   NAMEHRIN  A=APPLIED  B=CONFLICTS  C=FAILED EDITS          *
001420*             D=ALREADY CURRENT  E=CHANGES READ                *
001500* UNUSED COLUMNS ARE WRITTEN AS ZERO.                         *
001510*                                                              *
001520* JOB NAME BATCHWIN IS NOT A JOB - IT IS ONE UPDATE-WINDOW     *
001530* EVENT LOGGED BY NAMESYSV EACH TIME THE NAMESYSC SYSTEM       *
001540* STATUS IS SET, CLEARED AT NORMAL END, OR CLEARED BY A        *
001550* SUPERVISOR OVERRIDE.  ITS COUNT COLUMNS ARE READ THROUGH THE *
001560* RN-WINDOW-EVENT VIEW BELOW INSTEAD.                          *
001600*--------------------------------------------------------------*
001700*                  DATE       INIT  DESCRIPTION                *
001800*                  2026-09-02 SV    ORIGINAL COPYBOOK.         *
001810*                  2026-10-15 SV    DOCUMENTED THE NAMEHRIN    *
001820*                                   COUNT COLUMNS.             *
001830*                  2026-10-15 SV    GROUPED THE COUNT COLUMNS  *
001840*                                   AND ADDED THE BATCHWIN     *
001850*                                   WINDOW-EVENT VIEW.         *
001900*--------------------------------------------------------------*
002000     05  RN-JOB-NAME             PIC X(08).
002100     05  RN-RUN-DATE             PIC 9(08).
002200     05  RN-RUN-TIME             PIC 9(06).
002250     05  RN-COUNTS.
002300         10  RN-COUNT-A          PIC 9(07).
002400         10  RN-COUNT-B          PIC 9(07).
002500         10  RN-COUNT-C          PIC 9(07).
002600         10  RN-COUNT-D          PIC 9(07).
002700         10  RN-COUNT-E          PIC 9(07).
002800*    BATCHWIN RECORDS ONLY - RN-RUN-DATE/TIME IS WHEN THE EVENT
002850*    HAPPENED AND RN-WINDOW-BY IS THE JOB (S, E) OR SUPERVISOR
002900*    (O) BEHIND IT.  THE SET FIELDS SAY WHICH JOB CLOSED THE
002950*    WINDOW AND WHEN, AND THE MINUTES ARE HOW LONG IT STAYED
003000*    CLOSED (E AND O ONLY, HELD AT 9999).
003100     05  RN-WINDOW-EVENT REDEFINES RN-COUNTS.
003200         10  RN-WINDOW-ACTION    PIC X(01).
003300             88  RN-WINDOW-SET               VALUE "S".
003400             88  RN-WINDOW-ENDED             VALUE "E".
003500             88  RN-WINDOW-OVERRIDDEN        VALUE "O".
003600         10  RN-WINDOW-BY        PIC X(08).
003700         10  RN-WINDOW-SET-BY    PIC X(08).
003800         10  RN-WINDOW-SET-DATE  PIC 9(08).
003900         10  RN-WINDOW-SET-TIME  PIC 9(06).
004000         10  RN-WINDOW-MINUTES   PIC 9(04).
