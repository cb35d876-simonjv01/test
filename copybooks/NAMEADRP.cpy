000100*--------------------------------------------------------------*
000200* NAMEADRP - NAMEADRV ADDRESS VALIDATION CALL PARAMETERS.      *
000300*                                                              *
000400* EVERY PROGRAM THAT CALLS NAMEADRV PASSES ONE AREA IN THIS    *
000500* LAYOUT.  MOVE THE STATE, POSTAL CODE, AND PHONE IN, CALL,    *
000600* THEN TEST THE RESULT FOR EACH FIELD.  A BLANK FIELD IS NOT   *
000700* CHECKED.  THE STATE COMES BACK IN UPPER CASE.                *
000800*   STATE   U  NOT A STATE CODE ON THE NAMESTRF REFERENCE      *
000900*   POSTAL  F  NOT NNNNN, NNNNN-NNNN, OR NNNNNNNNN             *
001000*           M  WELL FORMED, BUT NOT IN ANY OF THE STATE'S      *
001100*              RANGES (CHECKED ONLY WHEN THE STATE IS GOOD)    *
001200*   PHONE   F  NOT 10 DIGITS (OR 11 STARTING WITH 1) WITH AN   *
001300*              AREA CODE STARTING 2-9; SPACES ( ) - . AND /    *
001400*              MAY SEPARATE THE DIGITS                         *
001500* A BAD STATE, POSTAL CODE, OR PHONE IS AN ERROR; A MISMATCH   *
001600* IS A WARNING THE CALLER MAY LET THROUGH.  WITH NO REFERENCE  *
001700* FILE THE STATE AND MISMATCH CHECKS ARE SKIPPED AND THE       *
001800* REFERENCE STATUS SAYS SO, THE WAY NAMECALV REPORTS A MISSING *
001900* CALENDAR.                                                    *
002000*--------------------------------------------------------------*
002100*                  DATE       INIT  DESCRIPTION                *
002200*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
002300*--------------------------------------------------------------*
002400     05  AV-STATE                PIC X(02).
002500     05  AV-POSTAL-CODE          PIC X(10).
002600     05  AV-PHONE                PIC X(15).
002700     05  AV-STATE-NAME           PIC X(20).
002800     05  AV-STATE-RESULT         PIC X(01).
002900         88  AV-STATE-OK                 VALUE SPACE.
003000         88  AV-STATE-UNKNOWN            VALUE "U".
003100     05  AV-POSTAL-RESULT        PIC X(01).
003200         88  AV-POSTAL-OK                VALUE SPACE.
003300         88  AV-POSTAL-MALFORMED         VALUE "F".
003400         88  AV-POSTAL-MISMATCH          VALUE "M".
003500     05  AV-PHONE-RESULT         PIC X(01).
003600         88  AV-PHONE-OK                 VALUE SPACE.
003700         88  AV-PHONE-MALFORMED          VALUE "F".
003800     05  AV-ADDRESS-RESULT       PIC X(01).
003900         88  AV-ADDRESS-OK               VALUE SPACE.
004000         88  AV-ADDRESS-WARNING          VALUE "W".
004100         88  AV-ADDRESS-ERROR            VALUE "E".
004200     05  AV-REFERENCE-STATUS     PIC X(01).
004300         88  AV-REFERENCE-OK             VALUE "0".
004400         88  AV-REFERENCE-MISSING        VALUE "M".
