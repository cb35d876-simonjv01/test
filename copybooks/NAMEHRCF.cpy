000100*--------------------------------------------------------------*
000200* NAMEHRCF - INBOUND HR/CRM NAME-CHANGE RECORD LAYOUT.         *
000300*                                                              *
000400* THE HR/CRM SYSTEM SENDS ONE RECORD PER PERSON WHOSE NAME     *
000500* CHANGED ON THEIR SIDE (MARRIAGE, LEGAL NAME CHANGE, A        *
000600* CORRECTION MADE BY THE PERSON), CARRYING THE NM-RECORD-KEY   *
000700* NAMEXTR SENT THEM AND THE FULL NAME AS THEY NOW HOLD IT.  A  *
000800* BLANK MIDDLE NAME OR SUFFIX MEANS THE PERSON HAS NONE.       *
000900* HC-CHANGE-DATE IS THE DATE THE CHANGE WAS MADE ON THE HR/CRM *
001000* SIDE AND IS CARRIED FOR THE CONFLICT REPORT ONLY.  NAMEHRIN  *
001100* APPLIES THESE TO THE NAME-MASTER FILE.                       *
001200*--------------------------------------------------------------*
001300*                  DATE       INIT  DESCRIPTION                *
001400*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001500*--------------------------------------------------------------*
001600     05  HC-RECORD-KEY           PIC 9(07).
001700     05  HC-PERSON-NAME.
001800         COPY PERSONREC REPLACING
001900             ==05  PN-LAST-NAME== BY ==10  PN-LAST-NAME==
002000             ==05  PN-FIRST-NAME== BY ==10  PN-FIRST-NAME==
002100             ==05  PN-MIDDLE-NAME== BY ==10  PN-MIDDLE-NAME==
002200             ==05  PN-SUFFIX== BY ==10  PN-SUFFIX==.
002300     05  HC-CHANGE-DATE          PIC 9(08).
002400     05  FILLER                  PIC X(10).
