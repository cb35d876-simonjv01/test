000100*--------------------------------------------------------------*
000200* NAMESYSP - NAMESYSV SYSTEM-STATUS CALL PARAMETERS.           *
000300*                                                              *
000400* EVERY PROGRAM THAT CALLS NAMESYSV PASSES ONE AREA IN THIS    *
000500* LAYOUT.  SET SP-FUNCTION AND SP-REQUESTED-BY, CALL, THEN     *
000600* TEST SP-RESULT:                                              *
000700*   S  SET - A BATCH JOB (SP-REQUESTED-BY) IS STARTING.  IF A  *
000800*      STATUS IS ALREADY SET (AN ABENDED JOB BEING RERUN) THE  *
000900*      WINDOW STAYS CLOSED FROM ITS ORIGINAL TIME AND THE      *
001000*      RESULT IS "A".  NOTHING ON THE STATUS CHANGES, AND      *
001010*      SP-SET-BY STILL NAMES THE JOB THAT SET IT - A CALLER    *
001020*      THAT IS NOT THAT JOB MUST STOP WITHOUT UPDATING.        *
001100*   E  END - THE JOB ENDED NORMALLY; REOPEN THE WINDOW.  ONLY  *
001110*      THE JOB THAT SET THE STATUS CAN END IT; ANY OTHER       *
001120*      REQUESTER IS REFUSED WITH RESULT "R".                   *
001200*   O  OVERRIDE - A SUPERVISOR (SP-REQUESTED-BY) CLEARS A      *
001300*      STATUS LEFT BEHIND BY AN ABENDED JOB, WHOEVER SET IT.   *
001400*   Q  QUERY - IS A BATCH JOB RUNNING?  NOTHING IS LOGGED.     *
001500* EVERY CALL RETURNS THE STATUS AS IT STANDS AFTER THE CALL,   *
001600* WITH THE JOB THAT SET IT AND WHEN.  E AND O ON A WINDOW THAT *
001700* WAS ALREADY OPEN CHANGE NOTHING AND RETURN "N".  S, E, AND O *
001800* ARE EACH LOGGED TO NAMERUNC AS A BATCHWIN EVENT.             *
001900*--------------------------------------------------------------*
002000*                  DATE       INIT  DESCRIPTION                *
002100*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
002150*                  2026-10-15 SV    ADDED SP-NOT-OWNER.        *
002200*--------------------------------------------------------------*
002300     05  SP-FUNCTION             PIC X(01).
002400         88  SP-SET-BATCH                VALUE "S".
002500         88  SP-END-BATCH                VALUE "E".
002600         88  SP-OVERRIDE-BATCH           VALUE "O".
002700         88  SP-QUERY-STATUS             VALUE "Q".
002800     05  SP-REQUESTED-BY         PIC X(08).
002900     05  SP-WINDOW-STATUS        PIC X(01).
003000         88  SP-BATCH-IN-PROGRESS        VALUE "B".
003100         88  SP-UPDATES-OPEN             VALUE "O".
003200     05  SP-SET-BY               PIC X(08).
003300     05  SP-SET-DATE             PIC 9(08).
003400     05  SP-SET-TIME             PIC 9(06).
003500     05  SP-RESULT               PIC X(01).
003600         88  SP-RESULT-OK                VALUE "0".
003700         88  SP-ALREADY-SET              VALUE "A".
003800         88  SP-NOT-SET                  VALUE "N".
003850         88  SP-NOT-OWNER                VALUE "R".
003900         88  SP-INVALID-FUNCTION         VALUE "F".
