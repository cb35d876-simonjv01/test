000210* MASTER RECORD AS CONFIRMED AND PRINTS AN EXCEPTION REPORT OF *
000220* NAMES THAT WERE EXTRACTED BUT NEVER ACKNOWLEDGED, SO A       *
000230* DROPPED RECORD IS CHASED THE NEXT MORNING INSTEAD OF BEING   *
000240* DISCOVERED WEEKS LATER.  EACH UNACKNOWLEDGED NAME CARRIES   *
000243* ITS AGE IN BUSINESS DAYS SINCE IT WAS EXTRACTED (NAMECAL     *
000246* CALENDAR); ONE OLDER THAN RC-AGE-LIMIT IS FLAGGED OVERDUE.   *
000250*--------------------------------------------------------------*
000260* MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000294*                  COMMON NAMERUNC FILE AT END OF JOB, SO THE  *
000296*                  NEW NAMEEOD END-OF-DAY JOB CAN PROVE THE    *
000298*                  RECONCILIATION RAN AND CARRY ITS COUNTS.    *
000299* 2026-10-15 SV    AGE EACH UNACKNOWLEDGED NAME IN BUSINESS    *
000301*                  DAYS SINCE NM-EXTRACT-DATE, FROM THE NEW    *
000302*                  NAMECAL CALENDAR (VIA NAMECALV), FLAG AND   *
000303*                  COUNT THE OVERDUE ONES, SO A WEEKEND OR     *
000304*                  HOLIDAY DOES NOT MAKE A NAME LOOK LATE.     *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000800 77  RC-UNKNOWN-KEY-COUNT        PIC 9(05) VALUE ZERO.
000810 77  RC-UNACKED-COUNT            PIC 9(05) VALUE ZERO.
000820 77  RC-EDIT-COUNT               PIC ZZZZ9.
000821 77  RC-AGE-LIMIT                PIC 9(03) VALUE 1.
000822 77  RC-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
000823 77  RC-CALENDAR-NOTE-SW         PIC X(01) VALUE "N".
000824     88  RC-CALENDAR-NOTE                    VALUE "Y".
000825 01  RC-CALENDAR-PARMS.
000826     COPY NAMECALP.
000830*
000840 PROCEDURE DIVISION.
000850*--------------------------------------------------------------*
001950     WRITE RC-REPORT-LINE.
001960     MOVE "EXTRACTED BUT NOT ACKNOWLEDGED:" TO RC-REPORT-LINE.
001970     WRITE RC-REPORT-LINE.
001972     MOVE "   (AGE IN BUSINESS DAYS SINCE THE NAME WAS EXTRACTED)"
001974         TO RC-REPORT-LINE.
001976     WRITE RC-REPORT-LINE.
001980     MOVE "N" TO RC-MASTER-EOF-SW.
001990     MOVE LOW-VALUES TO NM-RECORD-KEY.
002000     START NAME-MASTER-FILE KEY IS NOT LESS THAN NM-RECORD-KEY
002230             PN-FIRST-NAME OF NM-MASTER-RECORD DELIMITED BY
002240                 SIZE
002250             INTO RC-REPORT-LINE
002253         PERFORM 3200-AGE-ONE-MASTER
002256             THRU 3200-AGE-ONE-MASTER-EXIT
002260         WRITE RC-REPORT-LINE
002270     END-IF.
002280 3100-CHECK-ONE-MASTER-EXIT.
002290     EXIT.
002291*
002292*--------------------------------------------------------------*
002293* 3200-AGE-ONE-MASTER - COUNT THE BUSINESS DAYS AFTER THE DAY  *
002294* THE NAME WAS EXTRACTED, UP TO AND INCLUDING TODAY, ONTO THE  *
002295* END OF THE DETAIL LINE.  A RECORD EXTRACTED BEFORE THE       *
002296* EXTRACT DATE WAS KEPT HAS NO AGE TO SHOW.                    *
002297*--------------------------------------------------------------*
002298 3200-AGE-ONE-MASTER.
002299     IF NM-EXTRACT-DATE OF NM-MASTER-RECORD = ZERO
002301         MOVE "AGE UNKNOWN" TO RC-REPORT-LINE(52:11)
002302         GO TO 3200-AGE-ONE-MASTER-EXIT
002303     END-IF.
002304     SET CP-COUNT-DAYS TO TRUE.
002305     MOVE NM-EXTRACT-DATE OF NM-MASTER-RECORD TO CP-FROM-DATE.
002306     MOVE RC-RUN-DATE TO CP-TO-DATE.
002307     CALL "NAMECALV" USING RC-CALENDAR-PARMS.
002308     IF CP-DATE-INVALID
002309         MOVE "AGE UNKNOWN" TO RC-REPORT-LINE(52:11)
002311         GO TO 3200-AGE-ONE-MASTER-EXIT
002312     END-IF.
002313     IF CP-WEEKDAYS-ONLY
002314         SET RC-CALENDAR-NOTE TO TRUE
002315     END-IF.
002316     MOVE CP-DAY-COUNT TO RC-EDIT-COUNT.
002317     MOVE "AGE" TO RC-REPORT-LINE(52:3).
002318     MOVE RC-EDIT-COUNT TO RC-REPORT-LINE(56:5).
002319     IF CP-DAY-COUNT > RC-AGE-LIMIT
002321         ADD 1 TO RC-OVERDUE-COUNT
002322         MOVE "OVERDUE" TO RC-REPORT-LINE(62:7)
002323     END-IF.
002324 3200-AGE-ONE-MASTER-EXIT.
002325     EXIT.
002300*
002310*--------------------------------------------------------------*
002320* 4000-WRITE-TOTALS                                            *
002620         RC-EDIT-COUNT DELIMITED BY SIZE
002630         INTO RC-REPORT-LINE.
002640     WRITE RC-REPORT-LINE.
002641     MOVE RC-OVERDUE-COUNT TO RC-EDIT-COUNT.
002642     MOVE SPACES TO RC-REPORT-LINE.
002643     STRING "  OF WHICH OVERDUE . . . . . . . : " DELIMITED BY
002644             SIZE
002645         RC-EDIT-COUNT DELIMITED BY SIZE
002646         INTO RC-REPORT-LINE.
002647     WRITE RC-REPORT-LINE.
002648     IF RC-CALENDAR-NOTE
002649         MOVE SPACES TO RC-REPORT-LINE
002651         WRITE RC-REPORT-LINE
002652         MOVE "NOTE: DAYS NOT ON THE BUSINESS-DAY CALENDAR WERE"
002653             TO RC-REPORT-LINE
002654         WRITE RC-REPORT-LINE
002655         MOVE "      COUNTED AS MONDAY TO FRIDAY WORKING DAYS"
002656             TO RC-REPORT-LINE
002657         WRITE RC-REPORT-LINE
002658     END-IF.
002650 4000-WRITE-TOTALS-EXIT.
002660     EXIT.
002670*
