000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NAMESYSM.
000120 AUTHOR.        SIMON VARGAS.
000130 INSTALLATION.  INTAKE-SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* NAMESYSM IS THE SUPERVISOR OVERRIDE FOR THE NAMESYSC         *
000180* BATCH-IN-PROGRESS STATUS.  A NIGHTLY JOB THAT ABENDS NEVER   *
000190* REACHES ITS NORMAL END, SO THE STATUS IT SET STAYS SET AND   *
000200* NAMEMAIN, OBTAININPUT, AND NAMESUSR GO ON REFUSING UPDATES.  *
000210* ONCE OPERATIONS HAS CONFIRMED THE JOB IS NO LONGER RUNNING   *
000220* (ABENDED, CANCELLED, OR NOT TO BE RERUN TODAY), A SUPERVISOR *
000230* SIGNS ON HERE, SEES WHICH JOB SET THE STATUS AND WHEN, AND   *
000240* CLEARS IT.  THE CLEAR GOES THROUGH NAMESYSV LIKE ANY OTHER,  *
000250* SO IT IS LOGGED TO NAMERUNC AS AN OVERRIDE WITH THE          *
000260* SUPERVISOR'S ID AND NAMEEOD REPORTS IT.  THE OPERATOR SIGNS  *
000270* ON THROUGH NAMEOPRV LIKE THE OTHER FRONT ENDS AND MUST BE A  *
000280* SUPERVISOR.                                                  *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000320* DATE       INIT  DESCRIPTION                                 *
000330* 2026-10-15 SV    ORIGINAL PROGRAM.                           *
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 77  SM-CONFIRM                  PIC X(01).
000390*
000400*--------------------------------------------------------------*
000410* OPERATOR SIGN-ON - CHECKED BY THE SHARED NAMEOPRV.           *
000420*--------------------------------------------------------------*
000430 77  SM-OPERATOR-ID              PIC X(08).
000440 77  SM-AUTH-LEVEL               PIC X(01).
000450     88  SM-AUTH-SUPERVISOR                  VALUE "S".
000460 77  SM-OPERATOR-VALID-SW        PIC X(01).
000470     88  SM-OPERATOR-VALID                   VALUE "Y".
000480     88  SM-OPERATOR-INVALID                 VALUE "N" "L".
000490     88  SM-OPERATOR-LOCKED                  VALUE "L".
000500 77  SM-INTAKE-SOURCE            PIC X(08).
000510 77  SM-PROGRAM-ID               PIC X(08) VALUE "NAMESYSM".
000520 77  SM-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000530*
000540 01  SM-STATUS-PARMS.
000550     COPY NAMESYSP.
000560*
000570 PROCEDURE DIVISION.
000580*--------------------------------------------------------------*
000590* 0000-MAINLINE                                                *
000600*--------------------------------------------------------------*
000610 0000-MAINLINE.
000620     PERFORM 0050-GET-OPERATOR-ID
000630         THRU 0050-GET-OPERATOR-ID-EXIT.
000640     PERFORM 1000-SHOW-STATUS THRU 1000-SHOW-STATUS-EXIT.
000650     IF SP-BATCH-IN-PROGRESS
000660         PERFORM 2000-OVERRIDE-STATUS
000670             THRU 2000-OVERRIDE-STATUS-EXIT
000680     END-IF.
000690     STOP RUN.
000700*
000710*--------------------------------------------------------------*
000720* 0050-GET-OPERATOR-ID - VALIDATED AGAINST THE NAMEOPRF        *
000730* PROFILE FILE, LIKE THE OTHER FRONT ENDS.  NAMEOPRV LOGS      *
000740* EVERY FAILED TRY AND LOCKS THE PROFILE AFTER TOO MANY IN A   *
000750* ROW; A LOCKED PROFILE ENDS THE SESSION.  ONLY A SUPERVISOR   *
000760* MAY OVERRIDE THE SYSTEM STATUS.                              *
000770*--------------------------------------------------------------*
000780 0050-GET-OPERATOR-ID.
000790     DISPLAY "Please enter your operator ID....: ".
000800     ACCEPT SM-OPERATOR-ID.
000810     CALL "NAMEOPRV" USING SM-OPERATOR-ID SM-AUTH-LEVEL
000820         SM-OPERATOR-VALID-SW SM-INTAKE-SOURCE SM-PROGRAM-ID
000830         SM-SIGNON-FAILURES.
000840     IF SM-OPERATOR-LOCKED
000850         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
000860             "SUPERVISOR ***"
000870         STOP RUN
000880     END-IF.
000890     IF SM-OPERATOR-INVALID
000900         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
000910             "TRY AGAIN ***"
000920         GO TO 0050-GET-OPERATOR-ID
000930     END-IF.
000940     IF NOT SM-AUTH-SUPERVISOR
000950         DISPLAY "*** SUPERVISOR AUTHORIZATION REQUIRED ***"
000960         STOP RUN
000970     END-IF.
000980 0050-GET-OPERATOR-ID-EXIT.
000990     EXIT.
001000*
001010*--------------------------------------------------------------*
001020* 1000-SHOW-STATUS - ASK NAMESYSV HOW THE WINDOW STANDS.       *
001030*--------------------------------------------------------------*
001040 1000-SHOW-STATUS.
001050     SET SP-QUERY-STATUS TO TRUE.
001060     MOVE SM-OPERATOR-ID TO SP-REQUESTED-BY.
001070     CALL "NAMESYSV" USING SM-STATUS-PARMS.
001080     DISPLAY " ".
001090     IF SP-UPDATES-OPEN
001100         DISPLAY "NO BATCH JOB IS MARKED IN PROGRESS - ONLINE "
001110             "UPDATES ARE OPEN.  NOTHING TO CLEAR."
001120         GO TO 1000-SHOW-STATUS-EXIT
001130     END-IF.
001140     DISPLAY "BATCH IN PROGRESS - SET BY " SP-SET-BY
001150         " ON " SP-SET-DATE " AT " SP-SET-TIME.
001160     DISPLAY "ONLINE UPDATES ARE CLOSED UNTIL THE STATUS IS "
001170         "CLEARED.".
001180 1000-SHOW-STATUS-EXIT.
001190     EXIT.
001200*
001210*--------------------------------------------------------------*
001220* 2000-OVERRIDE-STATUS - CLEARING THE STATUS UNDER A JOB THAT  *
001230* IS STILL RUNNING REOPENS EXACTLY THE COLLISION THE STATUS    *
001240* EXISTS TO PREVENT, SO THE SUPERVISOR MUST CONFIRM FIRST.     *
001250*--------------------------------------------------------------*
001260 2000-OVERRIDE-STATUS.
001270     DISPLAY " ".
001280     DISPLAY "CLEAR ONLY WHEN OPERATIONS CONFIRMS " SP-SET-BY
001290         " IS NOT RUNNING.".
001300     DISPLAY "CLEAR THE BATCH-IN-PROGRESS STATUS? (Y/N): "
001310         WITH NO ADVANCING.
001320     ACCEPT SM-CONFIRM.
001330     IF SM-CONFIRM NOT = "Y" AND SM-CONFIRM NOT = "y"
001340         DISPLAY "*** STATUS LEFT SET - NOTHING CHANGED ***"
001350         GO TO 2000-OVERRIDE-STATUS-EXIT
001360     END-IF.
001370     SET SP-OVERRIDE-BATCH TO TRUE.
001380     MOVE SM-OPERATOR-ID TO SP-REQUESTED-BY.
001390     CALL "NAMESYSV" USING SM-STATUS-PARMS.
001400     IF SP-NOT-SET
001410         DISPLAY "*** THE STATUS WAS ALREADY CLEARED - "
001420             "NOTHING CHANGED ***"
001430     ELSE
001440         DISPLAY "BATCH-IN-PROGRESS STATUS CLEARED BY "
001450             SM-OPERATOR-ID " - ONLINE UPDATES ARE OPEN."
001460     END-IF.
001470 2000-OVERRIDE-STATUS-EXIT.
001480     EXIT.
001490 END PROGRAM NAMESYSM.
