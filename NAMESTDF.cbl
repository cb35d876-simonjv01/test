000270*--------------------------------------------------------------*
000280* DATE       INIT  DESCRIPTION                                 *
000290* 2026-08-22 SV    ORIGINAL PROGRAM.                           *
000291* 2026-10-15 SV    MARK A BATCH JOB IN PROGRESS ON THE NEW     *
000292*                  NAMESYSC SYSTEM STATUS (VIA NAMESYSV) FOR   *
000294*                  THE LENGTH OF THE SWEEP, SO THE INTERACTIVE *
000295*                  PROGRAMS REFUSE UPDATES WHILE IT RUNS.      *
000297* 2026-10-15 SV    STOP RC=16 WITHOUT TOUCHING THE MASTER WHEN *
000298*                  ANOTHER JOB ALREADY HOLDS THE STATUS.       *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000570 77  SF-STD-FIELD                PIC X(20).
000580 01  SF-BEFORE-NAME.
000590     COPY PERSONREC.
000593 01  SF-STATUS-PARMS.
000596     COPY NAMESYSP.
000600*
000610 PROCEDURE DIVISION.
000620*--------------------------------------------------------------*
000630* 0000-MAINLINE - ONLINE UPDATES ARE CLOSED FOR THE LENGTH OF *
000632* THE SWEEP AND REOPENED ONLY AT NORMAL END; AN ABEND LEAVES   *
000634* THEM CLOSED UNTIL A SUPERVISOR CLEARS THE STATUS IN          *
000636* NAMESYSM.                                                    *
000637* IF ANOTHER JOB ALREADY HOLDS THE STATUS THE SWEEP DOES NOT   *
000638* RUN: THE STATUS IS LEFT AS IT WAS AND THE STEP ENDS RC=16.   *
000640*--------------------------------------------------------------*
000650 0000-MAINLINE.
000651     SET SP-SET-BATCH TO TRUE.
000652     MOVE "NAMESTDF" TO SP-REQUESTED-BY.
000653     CALL "NAMESYSV" USING SF-STATUS-PARMS.
000654     IF SP-ALREADY-SET AND SP-SET-BY NOT = "NAMESTDF"
000655         DISPLAY "*** NAMESTDF - BATCH IN PROGRESS ALREADY "
000656             "SET BY " SP-SET-BY " - NOTHING STANDARDIZED ***"
000657         MOVE 16 TO RETURN-CODE
000658         STOP RUN
000659     END-IF.
000660     OPEN I-O NAME-MASTER-FILE.
000670     IF SF-MASTER-FILE-STATUS = "35"
000680         DISPLAY "*** NO NAME-MASTER FILE TO STANDARDIZE ***"
000780             UNTIL SF-MASTER-EOF
000790         CLOSE NAME-MASTER-FILE
000800     END-IF.
000803     SET SP-END-BATCH TO TRUE.
000806     CALL "NAMESYSV" USING SF-STATUS-PARMS.
000810     DISPLAY "NAMESTDF COMPLETE - RECORDS READ: " SF-READ-COUNT
000820         " REWRITTEN: " SF-CHANGED-COUNT.
000830     STOP RUN.
