000230* ON THE FILE - EXCEPT ON THE VERY FIRST RUN, WHEN NO PROFILE  *
000240* FILE EXISTS YET AND THE FIRST PROFILE KEYED SHOULD BE THE    *
000250* SUPERVISOR DOING THE KEYING.                                 *
000251*                                                              *
000252* A PROFILE NAMEOPRV HAS LOCKED AFTER REPEATED FAILED SIGN-ONS *
000253* SHOWS WHEN IT WAS LOCKED; SETTING ITS STATUS BACK TO ACTIVE  *
000254* (OR INACTIVE) UNLOCKS IT, AND THE UNLOCK IS LOGGED TO THE    *
000255* NAMESECL SECURITY LOG UNDER THE MAINTAINING SUPERVISOR.      *
000256*                                                              *
000257* THE MAINTAINING SUPERVISOR SIGNS ON THROUGH NAMEOPRV LIKE    *
000258* EVERY OTHER FRONT END, SO A FAILED SIGN-ON HERE IS LOGGED    *
000259* AND COUNTS TOWARD THE LOCKOUT THE SAME AS ANYWHERE ELSE.     *
000260*--------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000304*                  THE OFFICE THE OPERATOR WORKS FROM, STAMPED  *
000306*                  ON EVERY MASTER RECORD THE OPERATOR          *
000308*                  CAPTURES INTERACTIVELY.                      *
000309* 2026-10-15 SV    SHOW A PROFILE LOCKED BY REPEATED FAILED    *
000311*                  SIGN-ONS, LET THE SUPERVISOR UNLOCK IT BY   *
000312*                  SETTING THE STATUS, AND LOG EVERY UNLOCK TO *
000313*                  THE NEW NAMESECL SECURITY LOG.              *
000314* 2026-10-15 SV    SIGN THE MAINTAINING SUPERVISOR ON THROUGH  *
000315*                  NAMEOPRV, SO FAILED SIGN-ONS ARE LOGGED AND *
000316*                  COUNT TOWARD THE LOCKOUT.                   *
000317*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OP-OPERATOR-ID
000390         FILE STATUS IS OM-PROFILE-FILE-STATUS.
000392     SELECT SECURITY-LOG-FILE ASSIGN TO "NAMESECL"
000394         ORGANIZATION IS SEQUENTIAL
000396         FILE STATUS IS OM-SECURITY-FILE-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000470 01  OP-PROFILE-RECORD.
000480     COPY NAMEOPRF.
000490*
000491*--------------------------------------------------------------*
000492* SECURITY-LOG-FILE - ONE RECORD APPENDED FOR EVERY LOCKED     *
000493* PROFILE UNLOCKED HERE.                                       *
000494*--------------------------------------------------------------*
000495 FD  SECURITY-LOG-FILE
000496     RECORDING MODE IS F.
000497 01  SE-SECURITY-RECORD.
000498     COPY NAMESECL.
000499*
000500 WORKING-STORAGE SECTION.
000510 77  OM-PROFILE-FILE-STATUS      PIC X(02).
000520 77  OM-DONE-SW                  PIC X(01) VALUE "N".
000560 77  OM-FOUND-SW                 PIC X(01) VALUE "N".
000570     88  OM-PROFILE-FOUND                    VALUE "Y".
000580 77  OM-MAINT-OPERATOR-ID        PIC X(08).
000581 77  OM-AUTH-LEVEL               PIC X(01).
000582     88  OM-AUTH-SUPERVISOR                  VALUE "S".
000583 77  OM-OPERATOR-VALID-SW        PIC X(01).
000584     88  OM-OPERATOR-VALID                   VALUE "Y".
000585     88  OM-OPERATOR-INVALID                 VALUE "N" "L".
000586     88  OM-OPERATOR-LOCKED                  VALUE "L".
000587 77  OM-INTAKE-SOURCE            PIC X(08).
000588 77  OM-PROGRAM-ID               PIC X(08) VALUE "NAMEOPRM".
000589 77  OM-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000590 77  OM-WORK-ID                  PIC X(08).
000600 77  OM-INPUT-NAME               PIC X(25).
000610 77  OM-INPUT-LEVEL              PIC X(01).
000620 77  OM-INPUT-STATUS             PIC X(01).
000622 77  OM-INPUT-SOURCE             PIC X(08).
000623 77  OM-SECURITY-FILE-STATUS     PIC X(02).
000624 77  OM-WAS-LOCKED-SW            PIC X(01) VALUE "N".
000625     88  OM-WAS-LOCKED                       VALUE "Y".
000626 77  OM-RUN-DATE                 PIC 9(08).
000627 77  OM-RUN-TIME                 PIC 9(06).
000630*
000640 PROCEDURE DIVISION.
000650*--------------------------------------------------------------*
000980* MUST BE AN ACTIVE SUPERVISOR ON THE FILE.  ON A BRAND-NEW    *
000990* FILE THERE IS NOBODY TO CHECK AGAINST YET, SO THE RUN IS     *
001000* ALLOWED THROUGH AND THE FIRST PROFILE KEYED SHOULD BE THE    *
001005* SUPERVISOR DOING THE KEYING.  OTHERWISE THE ID GOES TO       *
001010* NAMEOPRV (1110), WHICH OPENS THE PROFILE FILE ITSELF - SO    *
001015* IT IS CLOSED FOR THE SIGN-ON AND REOPENED AFTER.             *
001020*--------------------------------------------------------------*
001030 1100-CHECK-MAINTAINER.
001040     DISPLAY "Please enter your operator ID....: ".
001080             "SUPERVISOR PROFILE FIRST ***"
001090         GO TO 1100-CHECK-MAINTAINER-EXIT
001100     END-IF.
001103     CLOSE OPERATOR-PROFILE-FILE.
001106     PERFORM 1110-SIGN-ON THRU 1110-SIGN-ON-EXIT.
001110     OPEN I-O OPERATOR-PROFILE-FILE.
001240 1100-CHECK-MAINTAINER-EXIT.
001250     EXIT.
001251*
001252*--------------------------------------------------------------*
001253* 1110-SIGN-ON - VALIDATED AGAINST THE NAMEOPRF PROFILE FILE,  *
001254* LIKE THE OTHER FRONT ENDS.  NAMEOPRV LOGS EVERY FAILED TRY   *
001255* AND LOCKS THE PROFILE AFTER TOO MANY IN A ROW; A LOCKED      *
001256* PROFILE ENDS THE SESSION.  ONLY A SUPERVISOR MAY MAINTAIN    *
001257* PROFILES.  THE PROFILE FILE IS CLOSED HERE, SO EITHER STOP   *
001258* LEAVES NOTHING OPEN.                                         *
001259*--------------------------------------------------------------*
001261 1110-SIGN-ON.
001262     CALL "NAMEOPRV" USING OM-MAINT-OPERATOR-ID OM-AUTH-LEVEL
001263         OM-OPERATOR-VALID-SW OM-INTAKE-SOURCE OM-PROGRAM-ID
001264         OM-SIGNON-FAILURES.
001265     IF OM-OPERATOR-LOCKED
001266         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
001267             "SUPERVISOR ***"
001268         STOP RUN
001269     END-IF.
001271     IF OM-OPERATOR-INVALID
001272         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
001273             "TRY AGAIN ***"
001274         DISPLAY "Please enter your operator ID....: "
001275         ACCEPT OM-MAINT-OPERATOR-ID
001276         GO TO 1110-SIGN-ON
001277     END-IF.
001278     IF NOT OM-AUTH-SUPERVISOR
001279         DISPLAY "*** SUPERVISOR AUTHORIZATION REQUIRED ***"
001281         STOP RUN
001282     END-IF.
001283 1110-SIGN-ON-EXIT.
001284     EXIT.
001260*
001270*--------------------------------------------------------------*
001280* 2000-MAINTAIN-ONE-PROFILE - FETCH (OR START) THE PROFILE FOR *
001510*--------------------------------------------------------------*
001520 2100-FETCH-PROFILE.
001530     MOVE "N" TO OM-FOUND-SW.
001535     MOVE "N" TO OM-WAS-LOCKED-SW.
001540     IF OM-NEW-FILE
001550         GO TO 2100-FETCH-PROFILE-EXIT
001560     END-IF.
001670         DISPLAY "  LEVEL.: " OP-AUTH-LEVEL
001680             " STATUS: " OP-PROFILE-STATUS
001682             " SOURCE: " OP-INTAKE-SOURCE
001684         IF OP-PROFILE-LOCKED
001685             SET OM-WAS-LOCKED TO TRUE
001686             DISPLAY "  *** LOCKED " OP-LOCK-DATE " "
001687                 OP-LOCK-TIME " AFTER FAILED SIGN-ONS - "
001688                 "STATUS A UNLOCKS ***"
001689         END-IF
001690         DISPLAY "ENTER CORRECTED VALUES - BLANK KEEPS CURRENT"
001700     ELSE
001710         DISPLAY "NO PROFILE ON FILE - ENTER THE NEW PROFILE"
001830         MOVE SPACES TO OP-PROFILE-RECORD
001840         SET OP-AUTH-CLERK TO TRUE
001850         SET OP-PROFILE-ACTIVE TO TRUE
001855         MOVE ZERO TO OP-LOCK-DATE
001857         MOVE ZERO TO OP-LOCK-TIME
001860     END-IF.
001870     DISPLAY "OPERATOR NAME: " WITH NO ADVANCING.
001880     ACCEPT OM-INPUT-NAME.
002113     IF OM-INPUT-SOURCE NOT = SPACES
002114         MOVE OM-INPUT-SOURCE TO OP-INTAKE-SOURCE
002115     END-IF.
002116     IF OM-WAS-LOCKED AND NOT OP-PROFILE-LOCKED
002117         MOVE ZERO TO OP-LOCK-DATE
002118         MOVE ZERO TO OP-LOCK-TIME
002119     END-IF.
002120 2200-PROMPT-FIELDS-EXIT.
002130     EXIT.
002140*
002150*--------------------------------------------------------------*
002160* 2300-PUT-PROFILE - REWRITE AN EXISTING PROFILE, WRITE A NEW  *
002170* ONE.  A LOCKED PROFILE WHOSE STATUS WAS CHANGED IS LOGGED AS *
002175* UNLOCKED ONCE THE REWRITE HAS GONE THROUGH.                  *
002180*--------------------------------------------------------------*
002190 2300-PUT-PROFILE.
002200     MOVE OM-WORK-ID TO OP-OPERATOR-ID.
002240                 DISPLAY "*** PROFILE REWRITE FAILED ***"
002250             NOT INVALID KEY
002260                 DISPLAY "*** PROFILE UPDATED ***"
002262                 IF OM-WAS-LOCKED AND NOT OP-PROFILE-LOCKED
002264                     PERFORM 2400-LOG-UNLOCK
002266                         THRU 2400-LOG-UNLOCK-EXIT
002268                 END-IF
002270         END-REWRITE
002280     ELSE
002290         WRITE OP-PROFILE-RECORD
002350     END-IF.
002360 2300-PUT-PROFILE-EXIT.
002370     EXIT.
002371*
002372*--------------------------------------------------------------*
002373* 2400-LOG-UNLOCK - APPEND THE UNLOCK TO THE SECURITY LOG WITH *
002374* THE SUPERVISOR WHO DID IT.  OPEN EXTEND FALLS BACK TO OPEN   *
002375* OUTPUT IF NO EVENT HAS EVER BEEN LOGGED.                     *
002376*--------------------------------------------------------------*
002377 2400-LOG-UNLOCK.
002378     ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
002379     ACCEPT OM-RUN-TIME FROM TIME.
002381     MOVE SPACES TO SE-SECURITY-RECORD.
002382     MOVE OM-RUN-DATE TO SE-EVENT-DATE.
002383     MOVE OM-RUN-TIME TO SE-EVENT-TIME.
002384     SET SE-PROFILE-UNLOCKED TO TRUE.
002385     MOVE OP-OPERATOR-ID TO SE-OPERATOR-ID.
002386     MOVE "NAMEOPRM" TO SE-PROGRAM-ID.
002387     SET SE-REASON-SUPERVISOR TO TRUE.
002388     MOVE ZERO TO SE-FAIL-COUNT.
002389     MOVE OM-MAINT-OPERATOR-ID TO SE-BY-OPERATOR-ID.
002390     OPEN EXTEND SECURITY-LOG-FILE.
002391     IF OM-SECURITY-FILE-STATUS = "35"
002392         OPEN OUTPUT SECURITY-LOG-FILE
002393     END-IF.
002394     WRITE SE-SECURITY-RECORD.
002395     CLOSE SECURITY-LOG-FILE.
002396     DISPLAY "*** PROFILE UNLOCKED ***".
002397 2400-LOG-UNLOCK-EXIT.
002398     EXIT.
002380 END PROGRAM NAMEOPRM.
