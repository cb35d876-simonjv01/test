000306*                  PROFILE FILE (VIA THE SHARED NAMEOPRV       *
000308*                  SUBPROGRAM), LIKE THE OTHER INTERACTIVE     *
000309*                  PROGRAMS.                                   *
000311* 2026-10-15 SV    PASS THIS PROGRAM'S NAME AND THE SESSION'S  *
000312*                  COUNT OF FAILED SIGN-ONS TO NAMEOPRV SO     *
000313*                  EVERY FAILURE IS LOGGED AND REPEATED        *
000314*                  FAILURES LOCK THE PROFILE; A LOCKED PROFILE *
000315*                  ENDS THE SESSION.                           *
000316* 2026-10-15 SV    WHILE THE NEW NAMESYSC SYSTEM STATUS (VIA   *
000317*                  NAMESYSV) SAYS A BATCH JOB IS RUNNING, ONLY *
000318*                  LIST THE SUSPENDED RECORDS - NO REPAIRS ARE *
000319*                  TAKEN AND NO RESUBMIT FILE IS WRITTEN.  A   *
000321*                  JOB STARTING MID-SESSION ENDS THE REPAIRS   *
000322*                  AT THE NEXT RECORD, FILE CLOSED OFF.        *
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000674 77  SR-AUTH-LEVEL               PIC X(01).
000676 77  SR-OPERATOR-VALID-SW        PIC X(01).
000678     88  SR-OPERATOR-VALID                   VALUE "Y".
000679     88  SR-OPERATOR-INVALID                 VALUE "N" "L".
000682     88  SR-OPERATOR-LOCKED                  VALUE "L".
000681 77  SR-INTAKE-SOURCE            PIC X(08).
000683 77  SR-PROGRAM-ID               PIC X(08) VALUE "NAMESUSR".
000684 77  SR-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000685 77  SR-LIST-COUNT               PIC 9(07) VALUE ZERO.
000680 01  SR-NEW-NAME.
000690     COPY PERSONREC.
000693 01  SR-STATUS-PARMS.
000696     COPY NAMESYSP.
000700*
000710 PROCEDURE DIVISION.
000720*--------------------------------------------------------------*
000752     PERFORM 0050-GET-OPERATOR-ID
000754         THRU 0050-GET-OPERATOR-ID-EXIT.
000760     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD.
000761     PERFORM 4000-CHECK-UPDATE-WINDOW
000762         THRU 4000-CHECK-UPDATE-WINDOW-EXIT.
000763     IF SP-BATCH-IN-PROGRESS
000764         PERFORM 4100-LIST-SUSPENSE THRU 4100-LIST-SUSPENSE-EXIT
000765         STOP RUN
000766     END-IF.
000770     OPEN INPUT SUSPENSE-FILE.
000780     IF SR-SUSPENSE-FILE-STATUS = "35"
000790         DISPLAY "*** NO SUSPENSE FILE - NOTHING TO REPAIR ***"
000970*
000971*--------------------------------------------------------------*
000972* 0050-GET-OPERATOR-ID - VALIDATED AGAINST THE NAMEOPRF        *
000973* PROFILE FILE, LIKE NAMEMAIN AND OBTAININPUT.  NAMEOPRV LOGS  *
000979* EVERY FAILED TRY AND LOCKS THE PROFILE AFTER TOO MANY IN A   *
000989* ROW; A LOCKED PROFILE ENDS THE SESSION.                      *
000974*--------------------------------------------------------------*
000975 0050-GET-OPERATOR-ID.
000976     DISPLAY "Please enter your operator ID....: ".
000977     ACCEPT SR-OPERATOR-ID.
000978     CALL "NAMEOPRV" USING SR-OPERATOR-ID SR-AUTH-LEVEL
000991         SR-OPERATOR-VALID-SW SR-INTAKE-SOURCE SR-PROGRAM-ID
000992         SR-SIGNON-FAILURES.
000993     IF SR-OPERATOR-LOCKED
000994         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
000995             "SUPERVISOR ***"
000996         STOP RUN
000997     END-IF.
000981     IF SR-OPERATOR-INVALID
000982         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
000983             "TRY AGAIN ***"
001140*--------------------------------------------------------------*
001150* 2000-REPAIR-ONE-RECORD - SHOW THE SUSPENDED TRANSACTION AND  *
001160* ITS REJECTION REASON, LET THE OPERATOR FIX OR DROP IT, AND   *
001170* WRITE THE FIXED TRANSACTION TO THE RESUBMIT FILE.  A BATCH   *
001173* JOB THAT HAS STARTED SINCE THE LAST RECORD ENDS THE SESSION  *
001176* HERE; THE TRAILER STILL BALANCES WHAT WAS RESUBMITTED.       *
001180*--------------------------------------------------------------*
001190 2000-REPAIR-ONE-RECORD.
001191     PERFORM 4000-CHECK-UPDATE-WINDOW
001192         THRU 4000-CHECK-UPDATE-WINDOW-EXIT.
001193     IF SP-BATCH-IN-PROGRESS
001194         SET SR-SUSPENSE-EOF TO TRUE
001195         GO TO 2000-REPAIR-ONE-RECORD-EXIT
001196     END-IF.
001200     MOVE SU-TRAN-RECORD TO NT-TRANSACTION-RECORD.
001210     DISPLAY " ".
001220     DISPLAY "SUSPENDED RECORD " SU-RECORD-NUM
002120     WRITE NT-TRANSACTION-RECORD.
002130 3000-WRITE-RESUBMIT-TRAILER-EXIT.
002140     EXIT.
002141*
002142*--------------------------------------------------------------*
002143* 4000-CHECK-UPDATE-WINDOW - ASK NAMESYSV WHETHER A BATCH JOB  *
002144* IS RUNNING (THE NAMESYSC SYSTEM STATUS).  OBTAINBAT REWRITES *
002145* THE SUSPENSE FILE AND THE MASTER WHILE IT RUNS, SO NO REPAIR *
002146* IS TAKEN UNTIL IT ENDS.                                      *
002147*--------------------------------------------------------------*
002148 4000-CHECK-UPDATE-WINDOW.
002149     SET SP-QUERY-STATUS TO TRUE.
002151     MOVE SR-OPERATOR-ID TO SP-REQUESTED-BY.
002152     CALL "NAMESYSV" USING SR-STATUS-PARMS.
002153     IF SP-BATCH-IN-PROGRESS
002154         DISPLAY "*** " SP-SET-BY " IS RUNNING AGAINST THE "
002155             "MASTER SINCE " SP-SET-DATE " " SP-SET-TIME " ***"
002156         DISPLAY "*** REPAIRS ARE CLOSED UNTIL IT ENDS - NAMEINQ "
002157             "LOOKUPS ARE OPEN ***"
002158     END-IF.
002159 4000-CHECK-UPDATE-WINDOW-EXIT.
002160     EXIT.
002161*
002162*--------------------------------------------------------------*
002163* 4100-LIST-SUSPENSE - BROWSE ONLY: SHOW EACH SUSPENDED       *
002164* RECORD AND ITS REASON SO THE REPAIRS CAN BE PREPARED, BUT    *
002165* TAKE NO ACTION AND WRITE NO RESUBMIT FILE.                   *
002166*--------------------------------------------------------------*
002167 4100-LIST-SUSPENSE.
002168     OPEN INPUT SUSPENSE-FILE.
002169     IF SR-SUSPENSE-FILE-STATUS = "35"
002170         DISPLAY "*** NO SUSPENSE FILE - NOTHING TO REPAIR ***"
002171         GO TO 4100-LIST-SUSPENSE-EXIT
002172     END-IF.
002173     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
002174     PERFORM 4200-LIST-ONE-RECORD THRU 4200-LIST-ONE-RECORD-EXIT
002175         UNTIL SR-SUSPENSE-EOF.
002176     CLOSE SUSPENSE-FILE.
002177     DISPLAY "NAMESUSR COMPLETE - LISTED " SR-LIST-COUNT
002178         " - NOTHING RESUBMITTED".
002179 4100-LIST-SUSPENSE-EXIT.
002180     EXIT.
002181*
002182 4200-LIST-ONE-RECORD.
002183     MOVE SU-TRAN-RECORD TO NT-TRANSACTION-RECORD.
002184     DISPLAY " ".
002185     DISPLAY "SUSPENDED RECORD " SU-RECORD-NUM
002186         " FROM RUN " SU-RUN-DATE.
002187     DISPLAY "REASON: " SU-REJECT-REASON.
002188     DISPLAY "TYPE " NT-RECORD-TYPE " KEY " NT-MASTER-KEY
002189         " NAME: "
002190         PN-LAST-NAME OF NT-TRANSACTION-RECORD ", "
002191         PN-FIRST-NAME OF NT-TRANSACTION-RECORD " "
002192         PN-MIDDLE-NAME OF NT-TRANSACTION-RECORD " "
002193         PN-SUFFIX OF NT-TRANSACTION-RECORD.
002194     ADD 1 TO SR-LIST-COUNT.
002195     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
002196 4200-LIST-ONE-RECORD-EXIT.
002197     EXIT.
002150 END PROGRAM NAMESUSR.
