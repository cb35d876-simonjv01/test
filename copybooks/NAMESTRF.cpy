000100*--------------------------------------------------------------*
000200* NAMESTRF - STATE AND POSTAL-CODE REFERENCE RECORD LAYOUT.    *
000300*                                                              *
000400* ONE 80-BYTE RECORD PER VALID TWO-LETTER STATE CODE (STATES,  *
000500* DC, TERRITORIES, AND MILITARY POST OFFICES), KEYED BY THE    *
000600* CODE.  EACH CARRIES UP TO FOUR RANGES OF THE FIRST THREE     *
000700* DIGITS OF THE ZIP CODES THAT BELONG TO IT - A ZIP CODE       *
000800* WHOSE FIRST THREE DIGITS FALL IN NONE OF ITS STATE'S RANGES  *
000900* DOES NOT MATCH THE STATE.  AN UNUSED RANGE IS 000-000.       *
001000* THE FILE IS LOADED FROM CARD IMAGES IN THIS SAME LAYOUT BY   *
001100* THE NAMESTRF JOB, SO A CORRECTION IS ONE CARD CHANGED AND    *
001200* THE JOB RERUN.  READ THROUGH NAMEADRV.                       *
001300*--------------------------------------------------------------*
001400*                  DATE       INIT  DESCRIPTION                *
001500*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001600*--------------------------------------------------------------*
001700     05  ST-STATE-CODE           PIC X(02).
001800     05  FILLER                  PIC X(01).
001900     05  ST-STATE-NAME           PIC X(20).
002000     05  FILLER                  PIC X(01).
002100     05  ST-ZIP-RANGE OCCURS 4 TIMES.
002200         10  ST-ZIP-LOW          PIC 9(03).
002300         10  FILLER              PIC X(01).
002400         10  ST-ZIP-HIGH         PIC 9(03).
002500         10  FILLER              PIC X(01).
002600     05  FILLER                  PIC X(24).
