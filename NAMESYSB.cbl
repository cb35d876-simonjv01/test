000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMESYSB.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMESYSB SETS OR CLEARS THE NAMESYSC BATCH-IN-PROGRESS       *
000180* STATUS FROM A JCL STEP, THROUGH THE SAME NAMESYSV SUBPROGRAM *
000190* THE BATCH PROGRAMS CALL.  IT IS FOR A JOB WHOSE UPDATE DOES  *
000200* NOT END WITH ITS COBOL STEP - NAMEARCH'S IDCAMS RELOAD RUNS  *
000210* AFTER NAMEARCH ITSELF HAS ENDED, SO THE WINDOW IS CLEARED BY *
000220* A NAMESYSB STEP AFTER THE RELOAD INSTEAD OF BY THE PROGRAM.  *
000230*                                                              *
000240* THE JCL PARM IS THE FUNCTION LETTER FOLLOWED BY THE JOB      *
000250* NAME TO SET OR CLEAR IT FOR: PARM='SNAMEARCH' TO SET,        *
000260* PARM='ENAMEARCH' TO CLEAR AT NORMAL END.  A BAD PARM ENDS    *
000270* WITH RC=16; CLEARING A STATUS THAT WAS NOT SET ENDS WITH     *
000280* RC=4 SO THE OPERATOR LOOKS AT WHO CLEARED IT FIRST.          *
000282* SETTING A STATUS ANOTHER JOB ALREADY HOLDS ENDS WITH RC=16   *
000284* AND LEAVES IT ALONE, SO THE JOB'S UPDATE STEPS DO NOT RUN;   *
000286* THE SAME JOB'S OWN STATUS (A RERUN AFTER AN ABEND) IS RC=0.  *
000288* CLEARING ANOTHER JOB'S STATUS IS REFUSED WITH RC=4.          *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000320* DATE       INIT  DESCRIPTION                                 *
000330* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000332* 2026-10-15 SV    END RC=16 WHEN ANOTHER JOB ALREADY HOLDS    *
000334*                  THE STATUS, AND RC=4 WHEN A CLEAR IS        *
000336*                  REFUSED BECAUSE ANOTHER JOB SET IT.         *
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 01  SB-STATUS-PARMS.
000390     COPY NAMESYSP.
000400*
000410 LINKAGE SECTION.
000420 01  SB-PARM-FIELD.
000430     05  SB-PARM-LEN             PIC S9(4) COMP.
000440     05  SB-PARM-FUNCTION        PIC X(01).
000450         88  SB-PARM-FUNCTION-VALID      VALUE "S" "E".
000460     05  SB-PARM-JOB-NAME        PIC X(08).
000470*
000480 PROCEDURE DIVISION USING SB-PARM-FIELD.
000490*--------------------------------------------------------------*
000500* 0000-MAINLINE                                                *
000510*--------------------------------------------------------------*
000520 0000-MAINLINE.
000530     IF SB-PARM-LEN < 2
000540             OR NOT SB-PARM-FUNCTION-VALID
000550         DISPLAY "*** NAMESYSB ABEND - PARM MUST BE S OR E "
000560             "FOLLOWED BY THE JOB NAME ***"
000570         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
000580     END-IF.
000590     MOVE SB-PARM-FUNCTION TO SP-FUNCTION.
000600     MOVE SPACES TO SP-REQUESTED-BY.
000610     IF SB-PARM-LEN > 9
000620         MOVE SB-PARM-JOB-NAME TO SP-REQUESTED-BY
000630     ELSE
000640         MOVE SB-PARM-JOB-NAME(1:SB-PARM-LEN - 1)
000650             TO SP-REQUESTED-BY
000660     END-IF.
000670     CALL "NAMESYSV" USING SB-STATUS-PARMS.
000680     EVALUATE TRUE
000690         WHEN SP-ALREADY-SET AND SP-SET-BY NOT = SP-REQUESTED-BY
000692             DISPLAY "*** NAMESYSB - BATCH IN PROGRESS ALREADY "
000694                 "SET BY " SP-SET-BY " SINCE " SP-SET-DATE " "
000696                 SP-SET-TIME " - NOT SET FOR " SP-REQUESTED-BY
000698                 " ***"
000699             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
000700         WHEN SP-ALREADY-SET
000702             DISPLAY "NAMESYSB - BATCH IN PROGRESS SET FOR "
000710                 SP-REQUESTED-BY " - ALREADY SET SINCE "
000720                 SP-SET-DATE " " SP-SET-TIME
000722         WHEN SP-NOT-OWNER
000724             DISPLAY "NAMESYSB - BATCH IN PROGRESS WAS SET BY "
000726                 SP-SET-BY " - NOT CLEARED FOR " SP-REQUESTED-BY
000728             MOVE 4 TO RETURN-CODE
000730         WHEN SP-NOT-SET
000740             DISPLAY "NAMESYSB - BATCH IN PROGRESS WAS NOT SET - "
000750                 "NOTHING CLEARED FOR " SP-REQUESTED-BY
000760             MOVE 4 TO RETURN-CODE
000770         WHEN SP-SET-BATCH
000780             DISPLAY "NAMESYSB - BATCH IN PROGRESS SET FOR "
000790                 SP-REQUESTED-BY " - ONLINE UPDATES CLOSED"
000800         WHEN OTHER
000810             DISPLAY "NAMESYSB - BATCH IN PROGRESS CLEARED FOR "
000820                 SP-REQUESTED-BY " - ONLINE UPDATES OPEN"
000830     END-EVALUATE.
000840     STOP RUN.
000850*
000860*--------------------------------------------------------------*
000870* 9999-ABEND - STOP THE STEP WITH A NON-ZERO RETURN CODE SO    *
000880* THE SCHEDULER HOLDS THE JOB.                                 *
000890*--------------------------------------------------------------*
000900 9999-ABEND.
000910     MOVE 16 TO RETURN-CODE.
000920     STOP RUN.
000930 9999-ABEND-EXIT.
000940     EXIT.
000950 END PROGRAM NAMESYSB.
