000505*                  REPAIR RUN MUST NOT REPLACE THE NIGHTLY       *
000506*                  COUNTS IN ITS BALANCE.  THE NAMEHIST IMAGES   *
000507*                  ARE STILL LOGGED ON A RESUBMIT RUN.           *
000508* 2026-10-15 SV    STAMP NM-RECORD-KEY ON EVERY AUDIT RECORD     *
000509*                  AND THE MERGED-TO KEY ON EVERY HISTORY        *
000511*                  AFTER IMAGE, SO NAMEFRCV CAN ROLL A           *
000512*                  RESTORED MASTER FORWARD FROM THE LOGS.        *
000513* 2026-10-15 SV    STAMP NM-CHANGE-DATE ON EVERY "C"             *
000514*                  TRANSACTION APPLIED, THE SAME AS A NAMEMAIN   *
000515*                  CORRECTION.                                   *
000516* 2026-10-15 SV    ACCEPT A NAMETRAN FILE DATED THE LAST        *
000517*                  BUSINESS DAY BEFORE THE RUN DATE WHEN A      *
000518*                  WEEKEND, HOLIDAY, OR CLOSURE ON THE NEW      *
000519*                  NAMECAL CALENDAR (VIA NAMECALV) FALLS        *
000521*                  BETWEEN THEM, SO A MONDAY OR POST-HOLIDAY    *
000522*                  LOAD OF THE LAST SHEET NO LONGER ABENDS.     *
000523* 2026-10-15 SV    SET THE NEW NAMESYSC BATCH-IN-PROGRESS STATUS*
000524*                  (VIA NAMESYSV) ONCE THE HEADER PASSES AND    *
000525*                  CLEAR IT AT NORMAL END, SO THE INTERACTIVE   *
000526*                  PROGRAMS REFUSE UPDATES WHILE THE LOAD RUNS. *
000527*                  AN ABEND LEAVES IT SET FOR A SUPERVISOR TO   *
000528*                  CLEAR IN NAMESYSM.                           *
000529* 2026-10-15 SV    ABEND RC=16 WITHOUT LOADING WHEN ANOTHER     *
000531*                  JOB HOLDS THE NAMESYSC STATUS, INSTEAD OF    *
000552*                  LOADING UNDER IT AND CLEARING IT AT THE      *
000553*                  END.                                         *
000477*--------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000816 77  BT-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
000818     88  BT-TRAILER-SEEN                     VALUE "Y".
000819 77  BT-FILE-SOURCE              PIC X(08) VALUE SPACES.
000847 77  BT-RUN-INTEGER              PIC 9(08) COMP.
000848 77  BT-FILE-INTEGER             PIC 9(08) COMP.
000849 01  BT-CALENDAR-PARMS.
000851     COPY NAMECALP.
000852 01  BT-STATUS-PARMS.
000853     COPY NAMESYSP.
000820*
000821*--------------------------------------------------------------*
000822* WORK AREAS FOR THE BATCH CHANGE/DELETE TRANSACTIONS          *
001110*
001120*--------------------------------------------------------------*
001130* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, VERIFY THE      *
001140* HEADER RECORD CARRIES TODAY'S FILE DATE, CLOSE THE ONLINE    *
001150* UPDATE WINDOW, AND, IF THE PARM CARRIES A RESTART REQUEST,   *
001155* SKIP PAST THE RECORDS ALREADY PROCESSED BY THE RUN THAT      *
001157* ABENDED.                                                     *
001160*--------------------------------------------------------------*
001170 1000-INITIALIZE.
001172     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
001180     OPEN INPUT TRANSACTION-FILE.
001182     OPEN OUTPUT SUSPENSE-FILE.
001185     PERFORM 1050-VERIFY-HEADER THRU 1050-VERIFY-HEADER-EXIT.
001186     PERFORM 1070-SET-BATCH-STATUS
001187         THRU 1070-SET-BATCH-STATUS-EXIT.
001190     IF BT-PARM-LEN >= 15
001200             AND BT-PARM-RESTART-FLAG(1:7) = "RESTART"
001210         SET BT-RESTART TO TRUE
001340*
001342*--------------------------------------------------------------*
001344* 1050-VERIFY-HEADER - THE FIRST RECORD MUST BE THE "H" HEADER *
001345* AND ITS FILE DATE MUST MATCH TODAY'S RUN DATE, OR BE THE     *
001346* LAST BUSINESS DAY'S SHEET HELD OVER A WEEKEND OR HOLIDAY     *
001347* (SEE 1060).  AN EMPTY FILE, A HEADERLESS FILE, OR A LEFTOVER *
001365* FILE FROM ANOTHER DAY IS ABENDED BEFORE A SINGLE NAME IS     *
001369* LOADED.                                                      *
001348*--------------------------------------------------------------*
001349 1050-VERIFY-HEADER.
001350     PERFORM 2100-READ-TRANSACTION
001355         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001356     END-IF.
001357     IF NT-FILE-DATE NOT = BT-RUN-DATE
001358         PERFORM 1060-CHECK-HELD-OVER-FILE
001359             THRU 1060-CHECK-HELD-OVER-FILE-EXIT
001362     END-IF.
001363*    THE SOURCE RIDES EVERY MASTER RECORD ADDED FROM THIS FILE.
001364     MOVE NT-FILE-SOURCE TO BT-FILE-SOURCE.
001366 1050-VERIFY-HEADER-EXIT.
001367     EXIT.
001371*
001373*--------------------------------------------------------------*
001375* 1060-CHECK-HELD-OVER-FILE - A SHEET DATED OTHER THAN TODAY   *
001377* IS STILL GOOD WHEN IT IS FROM THE LAST BUSINESS DAY BEFORE   *
001378* TODAY AND NO BUSINESS DAY'S SHEET CAN HAVE BEEN MISSED: A    *
001379* WEEKEND, HOLIDAY, OR CLOSURE LIES BETWEEN THE TWO DATES      *
001380* (FRIDAY'S SHEET LOADED MONDAY), OR TODAY IS ITSELF NOT A     *
001381* BUSINESS DAY (FRIDAY'S SHEET LOADED SATURDAY).  YESTERDAY'S  *
001382* SHEET ON AN ORDINARY WEEKDAY IS STILL A LEFTOVER AND ABENDS. *
001383* THE BUSINESS DAYS COME FROM THE NAMECAL CALENDAR; WITHOUT IT *
001384* NAMECALV GOES BY MONDAY TO FRIDAY AND THE LOG SAYS SO.       *
001385*--------------------------------------------------------------*
001386 1060-CHECK-HELD-OVER-FILE.
001387     SET CP-BACK-DAYS TO TRUE.
001388     MOVE BT-RUN-DATE TO CP-FROM-DATE.
001389     MOVE 1 TO CP-DAY-COUNT.
001391     CALL "NAMECALV" USING BT-CALENDAR-PARMS.
001392     IF NT-FILE-DATE NOT = CP-TO-DATE
001393         DISPLAY "*** OBTAINBAT ABEND - NAMETRAN FILE DATE "
001394             NT-FILE-DATE " DOES NOT MATCH RUN DATE "
001395             BT-RUN-DATE " ***"
001396         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001397     END-IF.
001398     IF CP-WEEKDAYS-ONLY
001399         DISPLAY "*** OBTAINBAT WARNING - NAMECAL CALENDAR NOT "
001401             "AVAILABLE, BUSINESS DAYS TAKEN AS MONDAY TO FRIDAY"
001402     END-IF.
001403     COMPUTE BT-RUN-INTEGER =
001404         FUNCTION INTEGER-OF-DATE(BT-RUN-DATE).
001405     COMPUTE BT-FILE-INTEGER =
001406         FUNCTION INTEGER-OF-DATE(NT-FILE-DATE).
001407     IF BT-FILE-INTEGER + 1 < BT-RUN-INTEGER
001408         GO TO 1060-ACCEPT-HELD-OVER-FILE
001409     END-IF.
001411     SET CP-CHECK-DAY TO TRUE.
001412     MOVE BT-RUN-DATE TO CP-FROM-DATE.
001413     CALL "NAMECALV" USING BT-CALENDAR-PARMS.
001414     IF CP-BUSINESS-DAY
001415         DISPLAY "*** OBTAINBAT ABEND - NAMETRAN FILE DATE "
001416             NT-FILE-DATE " IS A LEFTOVER FROM THE DAY BEFORE "
001417             "RUN DATE " BT-RUN-DATE " ***"
001418         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001419     END-IF.
001421 1060-ACCEPT-HELD-OVER-FILE.
001422     DISPLAY "OBTAINBAT - NAMETRAN FILE DATE " NT-FILE-DATE
001423         " ACCEPTED AS THE LAST BUSINESS DAY BEFORE "
001424         BT-RUN-DATE.
001425 1060-CHECK-HELD-OVER-FILE-EXIT.
001426     EXIT.
001427*
001428*--------------------------------------------------------------*
001429* 1070-SET-BATCH-STATUS - CLOSE THE ONLINE UPDATE WINDOW FOR   *
001431* THE REST OF THE RUN.  DONE ONLY AFTER THE HEADER PASSES, SO  *
001432* A WRONG FILE ABENDS WITHOUT LOCKING ANYONE OUT.  A STATUS    *
001433* LEFT SET BY AN ABENDED OBTAINBAT IS CARRIED ON BY THIS       *
001434* RERUN AND CLEARED AT NORMAL END.  ONE HELD BY ANY OTHER JOB  *
001435* ABENDS THE LOAD AND IS LEFT FOR THAT JOB TO CLEAR.           *
001436*--------------------------------------------------------------*
001437 1070-SET-BATCH-STATUS.
001438     SET SP-SET-BATCH TO TRUE.
001439     MOVE "OBTNBAT" TO SP-REQUESTED-BY.
001441     CALL "NAMESYSV" USING BT-STATUS-PARMS.
001442     IF SP-ALREADY-SET AND SP-SET-BY NOT = "OBTNBAT"
001443         DISPLAY "*** OBTAINBAT ABEND - BATCH IN PROGRESS SET BY "
001444             SP-SET-BY " SINCE " SP-SET-DATE " ***"
001445         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001446     END-IF.
001447 1070-SET-BATCH-STATUS-EXIT.
001448     EXIT.
001368*
001370*--------------------------------------------------------------*
001372* 1100-READ-CHECKPOINT - FETCH THE LAST RECORD NUMBER SAVED BY *
002480             THRU 2560-EDIT-AND-MOVE-FIELDS-EXIT
002490     END-IF.
002500     IF BT-TRAN-OK
002505         MOVE BT-RUN-DATE TO NM-CHANGE-DATE
002510         REWRITE NM-MASTER-RECORD
002520             INVALID KEY
002530                 DISPLAY "*** REWRITE FAILED FOR KEY "
004400     MOVE BT-AUDIT-STATUS-SW TO AU-STATUS OF AU-AUDIT-RECORD.
004402     MOVE BT-FILE-SOURCE
004404         TO AU-INTAKE-SOURCE OF AU-AUDIT-RECORD.
004407     MOVE NM-RECORD-KEY TO AU-RECORD-KEY OF AU-AUDIT-RECORD.
004410     WRITE AU-AUDIT-RECORD.
004420     CLOSE AUDIT-FILE.
004430 8000-WRITE-AUDIT-RECORD-EXIT.
004503         TO PN-SUFFIX OF HS-AFTER-IMAGE.
004504     MOVE NM-RECORD-STATUS TO HS-AFTER-STATUS.
004505     MOVE NM-STATUS-DATE TO HS-AFTER-STAT-DATE.
004511     MOVE NM-MERGED-TO-KEY TO HS-AFTER-MERGED-TO.
004506     WRITE HS-HISTORY-RECORD.
004507     CLOSE HISTORY-FILE.
004508 8100-WRITE-HISTORY-RECORD-EXIT.
004470* 9000-TERMINATE - THE WHOLE FILE MADE IT THROUGH CLEAN, SO    *
004480* CLEAR THE CHECKPOINT BACK TO ZERO; THE NEXT NORMAL (NON-     *
004490* RESTART) RUN IS A FRESH LOAD FROM THE TOP OF A NEW FILE.     *
004512* THEN REOPEN THE ONLINE UPDATE WINDOW (SEE 1070).             *
004500*--------------------------------------------------------------*
004510 9000-TERMINATE.
004515     CLOSE SUSPENSE-FILE.
004554         PERFORM 8500-WRITE-RUN-RECORD
004556             THRU 8500-WRITE-RUN-RECORD-EXIT
004558     END-IF.
004559     SET SP-END-BATCH TO TRUE.
004561     MOVE "OBTNBAT" TO SP-REQUESTED-BY.
004562     CALL "NAMESYSV" USING BT-STATUS-PARMS.
004560     DISPLAY "OBTAINBAT COMPLETE - ACCEPTED: " BT-ACCEPT-COUNT
004570         " REJECTED: " BT-REJECT-COUNT.
004580 9000-TERMINATE-EXIT.
