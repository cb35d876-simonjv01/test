000900*--------------------------------------------------------------*
001000*                  DATE       INIT  DESCRIPTION                *
001100*                  2026-08-09 SV    ORIGINAL COPYBOOK.         *
001114*                  2026-10-15 SV    ADDED PN-NAME-ERASED, THE  *
001128*                                   MASK NAMEERAS LEAVES IN    *
001142*                                   THE LAST NAME OF A PERSON  *
001156*                                   WHOSE DATA WAS ERASED, SO  *
001170*                                   ANY PROGRAM CAN RECOGNIZE  *
001184*                                   A MASKED NAME.             *
001200*--------------------------------------------------------------*
001300     05  PN-LAST-NAME            PIC X(20).
001350         88  PN-NAME-ERASED              VALUE "*ERASED*".
001400     05  PN-FIRST-NAME           PIC X(15).
001500     05  PN-MIDDLE-NAME          PIC X(15).
001600     05  PN-SUFFIX               PIC X(05).
