001300*--------------------------------------------------------------*
001400*                  DATE       INIT  DESCRIPTION                *
001500*                  2026-09-02 SV    ORIGINAL COPYBOOK.         *
001510*                  2026-10-15 SV    ADDED HS-AFTER-MERGED-TO,  *
001520*                                   THE SURVIVOR KEY A MERGE   *
001530*                                   POINTED THE RECORD AT, SO  *
001540*                                   NAMEFRCV CAN REPLAY THE    *
001550*                                   AFTER IMAGE IN FULL.       *
001557*                  2026-10-15 SV    ADDED THE "ERASED" ACTION, *
001564*                                   WRITTEN BY NAMEERAS WHEN A *
001571*                                   PERSON'S DATA IS MASKED,   *
001578*                                   SO NAMEFRCV CAN REAPPLY    *
001585*                                   THE ERASURE TO A RESTORED  *
001592*                                   MASTER.                    *
001600*--------------------------------------------------------------*
001700     05  HS-RECORD-KEY           PIC 9(07).
001800     05  HS-CHANGE-DATE          PIC 9(08).
002300         88  HS-ACTION-DELETED           VALUE "D".
002400         88  HS-ACTION-REINSTATED        VALUE "S".
002500         88  HS-ACTION-MERGED            VALUE "M".
002550         88  HS-ACTION-ERASED            VALUE "E".
002600     05  HS-BEFORE-IMAGE.
002700         COPY PERSONREC REPLACING
002800             ==05  PN-LAST-NAME== BY ==10  PN-LAST-NAME==
003900             ==05  PN-SUFFIX== BY ==10  PN-SUFFIX==.
004000         10  HS-AFTER-STATUS     PIC X(01).
004100         10  HS-AFTER-STAT-DATE  PIC 9(08).
004200         10  HS-AFTER-MERGED-TO  PIC 9(07).
