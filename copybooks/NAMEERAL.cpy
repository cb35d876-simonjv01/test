000100*--------------------------------------------------------------*
000200* NAMEERAL - PERSONAL-DATA ERASURE LOG RECORD LAYOUT.          *
000300*                                                              *
000400* THE NAMEERAS ERASURE JOB RUNS AS SEVERAL STEPS (THE LIVE     *
000500* FILES, THEN EACH ARCHIVE GENERATION) THAT EACH APPEND TO ONE *
000600* ERASURE LOG PASSED DOWN THE JOB.  THE FIRST RECORD ("S") IS  *
000700* THE SUBJECT: THE KEY BEING ERASED AND THE NAME IT LAST HAD,  *
000800* SO A LATER STEP CAN STILL FIND AUDIT LINES WRITTEN WITHOUT A *
000900* RECORD KEY AFTER THE MASTER ITSELF HAS BEEN MASKED.  EVERY   *
001000* OTHER RECORD ("T") IS ONE RECORD THE JOB MASKED, AND THE     *
001100* FINAL STEP PRINTS THEM AS THE ERASURE CERTIFICATE.           *
001200*--------------------------------------------------------------*
001300*                  DATE       INIT  DESCRIPTION                *
001400*                  2026-10-15 SV    ORIGINAL COPYBOOK.         *
001500*--------------------------------------------------------------*
001600     05  EL-RECORD-TYPE          PIC X(01).
001700         88  EL-SUBJECT-RECORD           VALUE "S".
001800         88  EL-TOUCHED-RECORD           VALUE "T".
001900     05  EL-RECORD-KEY           PIC 9(07).
002000     05  EL-TOUCHED-DETAIL.
002100         10  EL-FILE-NAME        PIC X(08).
002200         10  EL-GENERATION       PIC X(08).
002300         10  EL-RECORD-NUMBER    PIC 9(07).
002400         10  EL-RECORD-DATE      PIC 9(08).
002500         10  EL-DESCRIPTION      PIC X(20).
002600         10  EL-ERASED-DATE      PIC 9(08).
002700         10  FILLER              PIC X(13).
002800     05  EL-SUBJECT-DETAIL REDEFINES EL-TOUCHED-DETAIL.
002900         10  EL-SUBJECT-LAST     PIC X(20).
003000         10  EL-SUBJECT-FIRST    PIC X(15).
003100         10  EL-FOUND-IN         PIC X(08).
003200         10  EL-RUN-DATE         PIC 9(08).
003300         10  FILLER              PIC X(21).
