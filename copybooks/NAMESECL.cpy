000100*--------------------------------------------------------------*
000200* NAMESECL - SIGN-ON SECURITY EVENT RECORD LAYOUT.             *
000300*                                                              *
000400* ONE RECORD APPENDED TO THE NAMESECL LOG FOR EVERY FAILED     *
000500* SIGN-ON AT AN INTERACTIVE FRONT END, EVERY PROFILE LOCKED    *
000600* AFTER REPEATED FAILURES, AND EVERY LOCKED PROFILE A          *
000700* SUPERVISOR UNLOCKS.  NAMEOPRV WRITES THE FAILURES AND        *
000800* LOCKOUTS; NAMEOPRM WRITES THE UNLOCKS.  THE DAILY NAMESECR   *
000900* SECURITY VIOLATION REPORT READS IT BY OPERATOR.              *
001000*                                                              *
001100* SE-OPERATOR-ID IS THE ID KEYED (FOR A FAILURE) OR THE        *
001200* PROFILE LOCKED OR UNLOCKED.  SE-FAIL-COUNT IS THE NUMBER OF  *
001300* FAILURES IN A ROW THE SESSION HAD REACHED.  SE-BY-OPERATOR-  *
001400* ID IS THE SUPERVISOR WHO UNLOCKED; BLANK OTHERWISE.          *
001500*--------------------------------------------------------------*
001600*                  DATE       INIT  DESCRIPTION                *
001700*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001800*--------------------------------------------------------------*
001900     05  SE-EVENT-DATE           PIC 9(08).
002000     05  SE-EVENT-TIME           PIC 9(06).
002100     05  SE-EVENT-TYPE           PIC X(01).
002200         88  SE-SIGNON-FAILED            VALUE "F".
002300         88  SE-PROFILE-LOCKED           VALUE "L".
002400         88  SE-PROFILE-UNLOCKED         VALUE "U".
002500     05  SE-OPERATOR-ID          PIC X(08).
002600     05  SE-PROGRAM-ID           PIC X(08).
002700     05  SE-REASON               PIC X(01).
002800         88  SE-REASON-NOT-ON-FILE       VALUE "N".
002900         88  SE-REASON-INACTIVE          VALUE "I".
003000         88  SE-REASON-LOCKED            VALUE "L".
003100         88  SE-REASON-NO-PROFILES       VALUE "M".
003200         88  SE-REASON-TOO-MANY          VALUE "T".
003300         88  SE-REASON-SUPERVISOR        VALUE "S".
003400     05  SE-FAIL-COUNT           PIC 9(02).
003500     05  SE-BY-OPERATOR-ID       PIC X(08).
