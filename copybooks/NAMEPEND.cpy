000100*--------------------------------------------------------------*
000200* NAMEPEND - PENDING MAINTENANCE REQUEST RECORD LAYOUT.        *
000300*                                                              *
000400* ONE RECORD PER DELETE, REINSTATE, OR MERGE A CLERK HAS       *
000500* ASKED FOR IN NAMEMAIN.  A CLERK CANNOT DO THESE DIRECTLY, SO *
000600* THE REQUEST IS QUEUED HERE WITH THE TARGET KEY(S) AND A      *
000700* REASON UNTIL A SUPERVISOR APPROVES OR REJECTS IT FROM THE    *
000800* NAMEMAIN REVIEW CHOICE.  KEYED BY THE DATE AND TIME IT WAS   *
000900* RAISED AND THE REQUESTING OPERATOR, SO A STRAIGHT READ OF    *
001000* THE FILE COMES BACK OLDEST REQUEST FIRST.  NAMEPNDR AGES THE *
001100* REQUESTS STILL OPEN.                                         *
001200*--------------------------------------------------------------*
001300*                  DATE       INIT  DESCRIPTION                *
001400*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001500*--------------------------------------------------------------*
001600     05  PD-REQUEST-KEY.
001700         10  PD-REQUEST-DATE     PIC 9(08).
001800         10  PD-REQUEST-TIME     PIC 9(06).
001900         10  PD-REQUESTED-BY     PIC X(08).
002000     05  PD-ACTION               PIC X(01).
002100         88  PD-ACTION-DELETE            VALUE "D".
002200         88  PD-ACTION-REINSTATE         VALUE "S".
002300         88  PD-ACTION-MERGE             VALUE "M".
002400     05  PD-TARGET-KEY           PIC 9(07).
002500     05  PD-SURVIVOR-KEY         PIC 9(07).
002600     05  PD-REQUEST-SOURCE       PIC X(08).
002700     05  PD-REASON               PIC X(40).
002800     05  PD-REQUEST-STATUS       PIC X(01).
002900         88  PD-STATUS-OPEN              VALUE "O".
003000         88  PD-STATUS-APPROVED          VALUE "A".
003100         88  PD-STATUS-REJECTED          VALUE "R".
003200     05  PD-REVIEW-DATE          PIC 9(08).
003300     05  PD-REVIEW-TIME          PIC 9(06).
003400     05  PD-REVIEWED-BY          PIC X(08).
003500     05  PD-REVIEW-COMMENT       PIC X(40).
