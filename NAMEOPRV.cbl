000230* FILE, AN INACTIVE PROFILE, OR A MISSING PROFILE FILE ALL     *
000240* COME BACK INVALID - THE CALLER DECIDES WHAT TO TELL THE      *
000250* OPERATOR.                                                    *
000251*                                                              *
000252* EVERY FAILED SIGN-ON IS LOGGED TO NAMESECL WITH THE ID       *
000253* KEYED, THE DATE AND TIME, AND THE CALLING PROGRAM.  THE      *
000254* CALLER KEEPS A COUNT OF FAILURES IN A ROW FOR ITS SESSION    *
000255* AND PASSES IT ON EVERY CALL.  ONCE A SESSION HAS FAILED      *
000256* OV-MAX-FAILURES TIMES IN A ROW, THE NEXT GOOD ID IT KEYS IS  *
000257* NOT SIGNED ON - THAT PROFILE IS LOCKED INSTEAD, BECAUSE AN   *
000258* ID FOUND AFTER A RUN OF MISSES IS AN ID SOMEBODY WAS         *
000259* GUESSING AT.  A LOCKED PROFILE COMES BACK "L" UNTIL A        *
000261* SUPERVISOR UNLOCKS IT IN NAMEOPRM; THE CALLER ENDS THE       *
000262* SESSION.                                                     *
000260*--------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000306*                  INTERACTIVE ADD CAN STAMP THE MASTER RECORD  *
000308*                  WITH WHERE IT CAME FROM THE SAME WAY THE     *
000309*                  BATCH LOAD STAMPS ITS HEADER SOURCE.         *
000311* 2026-10-15 SV    LOG EVERY FAILED SIGN-ON TO THE NEW NAMESECL *
000312*                  SECURITY LOG, AND LOCK THE PROFILE A SESSION *
000313*                  SIGNS ON WITH AFTER TOO MANY FAILURES IN A   *
000314*                  ROW.  TAKES THE CALLING PROGRAM AND THE      *
000315*                  SESSION'S FAILURE COUNT AS TWO NEW           *
000316*                  PARAMETERS.                                  *
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS OP-OPERATOR-ID
000390         FILE STATUS IS OV-PROFILE-FILE-STATUS.
000392     SELECT SECURITY-LOG-FILE ASSIGN TO "NAMESECL"
000394         ORGANIZATION IS SEQUENTIAL
000396         FILE STATUS IS OV-SECURITY-FILE-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000470 01  OP-PROFILE-RECORD.
000480     COPY NAMEOPRF.
000490*
000492*--------------------------------------------------------------*
000494* SECURITY-LOG-FILE - ONE RECORD APPENDED FOR EVERY FAILED     *
000496* SIGN-ON AND EVERY PROFILE LOCKED.                            *
000498*--------------------------------------------------------------*
000502 FD  SECURITY-LOG-FILE
000504     RECORDING MODE IS F.
000506 01  SE-SECURITY-RECORD.
000508     COPY NAMESECL.
000509*
000500 WORKING-STORAGE SECTION.
000510 77  OV-PROFILE-FILE-STATUS      PIC X(02).
000512 77  OV-SECURITY-FILE-STATUS     PIC X(02).
000514 77  OV-MAX-FAILURES             PIC 9(02) VALUE 3.
000516 77  OV-RUN-DATE                 PIC 9(08).
000518 77  OV-RUN-TIME                 PIC 9(06).
000522 77  OV-FAIL-REASON              PIC X(01).
000520*
000530 LINKAGE SECTION.
000540 01  OV-OPERATOR-ID              PIC X(08).
000590*
000600 01  OV-VALID-FLAG               PIC X(01).
000610     88  OV-OPERATOR-VALID                   VALUE "Y".
000620     88  OV-OPERATOR-INVALID                 VALUE "N" "L".
000621     88  OV-OPERATOR-LOCKED                  VALUE "L".
000622*
000624 01  OV-INTAKE-SOURCE            PIC X(08).
000625*
000626 01  OV-PROGRAM-ID               PIC X(08).
000627*
000628 01  OV-FAIL-COUNT               PIC 9(02).
000630*
000640 PROCEDURE DIVISION USING OV-OPERATOR-ID OV-AUTH-LEVEL
000650     OV-VALID-FLAG OV-INTAKE-SOURCE OV-PROGRAM-ID OV-FAIL-COUNT.
000660*--------------------------------------------------------------*
000670* 0000-MAINLINE                                                *
000680*--------------------------------------------------------------*
000750* 1000-VALIDATE-OPERATOR - RANDOM READ OF THE PROFILE BY THE   *
000760* ID SUPPLIED.  ONLY AN ACTIVE PROFILE VALIDATES; ITS          *
000770* AUTHORIZATION LEVEL IS PASSED BACK SO THE CALLER CAN GATE    *
000780* THE SUPERVISOR-ONLY FUNCTIONS.  EVERY OTHER OUTCOME IS A     *
000782* FAILED SIGN-ON AND IS LOGGED (2000).  A GOOD ID KEYED AFTER  *
000784* TOO MANY FAILURES IN A ROW LOCKS THE PROFILE (3000).         *
000790*--------------------------------------------------------------*
000800 1000-VALIDATE-OPERATOR.
000810     SET OV-OPERATOR-INVALID TO TRUE.
000820     MOVE SPACE TO OV-AUTH-LEVEL.
000825     MOVE SPACES TO OV-INTAKE-SOURCE.
000827     ACCEPT OV-RUN-DATE FROM DATE YYYYMMDD.
000828     ACCEPT OV-RUN-TIME FROM TIME.
000830     OPEN I-O OPERATOR-PROFILE-FILE.
000840     IF OV-PROFILE-FILE-STATUS = "35"
000842         MOVE "M" TO OV-FAIL-REASON
000844         PERFORM 2000-RECORD-FAILURE
000846             THRU 2000-RECORD-FAILURE-EXIT
000850         GO TO 1000-VALIDATE-OPERATOR-EXIT
000860     END-IF.
000870     MOVE OV-OPERATOR-ID TO OP-OPERATOR-ID.
000880     READ OPERATOR-PROFILE-FILE
000890         INVALID KEY
000900             MOVE "N" TO OV-FAIL-REASON
000902             PERFORM 2000-RECORD-FAILURE
000904                 THRU 2000-RECORD-FAILURE-EXIT
000906             CLOSE OPERATOR-PROFILE-FILE
000908             GO TO 1000-VALIDATE-OPERATOR-EXIT
000960     END-READ.
000961     IF OP-PROFILE-LOCKED
000962         SET OV-OPERATOR-LOCKED TO TRUE
000963         MOVE "L" TO OV-FAIL-REASON
000964         PERFORM 2000-RECORD-FAILURE
000965             THRU 2000-RECORD-FAILURE-EXIT
000966         CLOSE OPERATOR-PROFILE-FILE
000967         GO TO 1000-VALIDATE-OPERATOR-EXIT
000968     END-IF.
000969     IF NOT OP-PROFILE-ACTIVE
000971         MOVE "I" TO OV-FAIL-REASON
000972         PERFORM 2000-RECORD-FAILURE
000973             THRU 2000-RECORD-FAILURE-EXIT
000974         CLOSE OPERATOR-PROFILE-FILE
000975         GO TO 1000-VALIDATE-OPERATOR-EXIT
000976     END-IF.
000977     IF OV-FAIL-COUNT NOT < OV-MAX-FAILURES
000978         PERFORM 3000-LOCK-PROFILE THRU 3000-LOCK-PROFILE-EXIT
000979         CLOSE OPERATOR-PROFILE-FILE
000981         GO TO 1000-VALIDATE-OPERATOR-EXIT
000982     END-IF.
000983     MOVE OP-AUTH-LEVEL TO OV-AUTH-LEVEL.
000984     MOVE OP-INTAKE-SOURCE TO OV-INTAKE-SOURCE.
000985     SET OV-OPERATOR-VALID TO TRUE.
000986     MOVE ZERO TO OV-FAIL-COUNT.
000970     CLOSE OPERATOR-PROFILE-FILE.
000980 1000-VALIDATE-OPERATOR-EXIT.
000990     EXIT.
000991*
000992*--------------------------------------------------------------*
000993* 2000-RECORD-FAILURE - COUNT THE FAILURE AGAINST THE SESSION  *
000994* AND LOG IT WITH THE ID KEYED AND THE CALLING PROGRAM.        *
000995*--------------------------------------------------------------*
000996 2000-RECORD-FAILURE.
000997     IF OV-FAIL-COUNT < 99
000998         ADD 1 TO OV-FAIL-COUNT
000999     END-IF.
001001     MOVE SPACES TO SE-SECURITY-RECORD.
001002     SET SE-SIGNON-FAILED TO TRUE.
001003     MOVE OV-OPERATOR-ID TO SE-OPERATOR-ID.
001004     MOVE OV-FAIL-REASON TO SE-REASON.
001005     PERFORM 8000-WRITE-SECURITY-EVENT
001006         THRU 8000-WRITE-SECURITY-EVENT-EXIT.
001007 2000-RECORD-FAILURE-EXIT.
001008     EXIT.
001009*
001010*--------------------------------------------------------------*
001011* 3000-LOCK-PROFILE - THE SESSION HAS MISSED TOO MANY TIMES IN *
001012* A ROW AND HAS NOW KEYED A GOOD ID.  LOCK THAT PROFILE        *
001013* (STAMPED WITH WHEN) AND LOG THE LOCKOUT.  THE SIGN-ON IS     *
001014* REFUSED.                                                     *
001015*--------------------------------------------------------------*
001016 3000-LOCK-PROFILE.
001017     SET OP-PROFILE-LOCKED TO TRUE.
001018     MOVE OV-RUN-DATE TO OP-LOCK-DATE.
001019     MOVE OV-RUN-TIME TO OP-LOCK-TIME.
001020     REWRITE OP-PROFILE-RECORD
001021         INVALID KEY
001022             CONTINUE
001023     END-REWRITE.
001024     SET OV-OPERATOR-LOCKED TO TRUE.
001025     MOVE SPACES TO SE-SECURITY-RECORD.
001026     SET SE-PROFILE-LOCKED TO TRUE.
001027     MOVE OV-OPERATOR-ID TO SE-OPERATOR-ID.
001028     SET SE-REASON-TOO-MANY TO TRUE.
001029     PERFORM 8000-WRITE-SECURITY-EVENT
001030         THRU 8000-WRITE-SECURITY-EVENT-EXIT.
001031 3000-LOCK-PROFILE-EXIT.
001032     EXIT.
001033*
001034*--------------------------------------------------------------*
001035* 8000-WRITE-SECURITY-EVENT - STAMP AND APPEND THE EVENT BUILT *
001036* IN SE-SECURITY-RECORD.  OPEN EXTEND ASSUMES THE LOG EXISTS;  *
001037* THE VERY FIRST EVENT FALLS BACK TO OPEN OUTPUT, THE SAME WAY *
001038* NAMECAP STARTS THE AUDIT LOG.                                *
001039*--------------------------------------------------------------*
001040 8000-WRITE-SECURITY-EVENT.
001041     MOVE OV-RUN-DATE TO SE-EVENT-DATE.
001042     MOVE OV-RUN-TIME TO SE-EVENT-TIME.
001043     MOVE OV-PROGRAM-ID TO SE-PROGRAM-ID.
001044     MOVE OV-FAIL-COUNT TO SE-FAIL-COUNT.
001045     OPEN EXTEND SECURITY-LOG-FILE.
001046     IF OV-SECURITY-FILE-STATUS = "35"
001047         OPEN OUTPUT SECURITY-LOG-FILE
001048     END-IF.
001049     WRITE SE-SECURITY-RECORD.
001050     CLOSE SECURITY-LOG-FILE.
001051 8000-WRITE-SECURITY-EVENT-EXIT.
001052     EXIT.
001000 END PROGRAM NAMEOPRV.
