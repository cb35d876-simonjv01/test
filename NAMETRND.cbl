000240* HAND.                                                        *
000250*                                                              *
000260* THE PARM IS THE RANGE AS TWO DATES, PARM='YYYYMMDDYYYYMMDD'. *
000262* A 17TH CHARACTER OF "B" PRINTS THE BY-DAY SECTION PER        *
000264* BUSINESS DAY FROM THE NAMECAL CALENDAR (VIA NAMECALV):       *
000266* INTAKE ON A WEEKEND, HOLIDAY, OR CLOSURE COUNTS ON THE NEXT  *
000268* BUSINESS DAY, AND THE AVERAGE PER BUSINESS DAY IS PRINTED.   *
000270* ONLY INTAKE STATUSES (ACCEPTED, DUPLICATE, REJECTED) ARE     *
000280* TALLIED; THE CHANGE AND DELETE ACTIONS NAMEMAIN LOGS ARE     *
000290* MAINTENANCE, NOT INTAKE, AND ARE SKIPPED.                    *
000346*                  RECORD, PARALLEL TO THE BY-OPERATOR          *
000348*                  SECTION, NOW THAT THE SATELLITE OFFICES      *
000349*                  SEND THEIR OWN MORNING SHEETS.               *
000351* 2026-10-15 SV    TAKE AN OPTIONAL "B" AFTER THE RANGE ON THE  *
000352*                  PARM TO SHOW INTAKE PER BUSINESS DAY FROM    *
000353*                  THE NEW NAMECAL CALENDAR, WITH THE BUSINESS  *
000354*                  DAYS IN THE RANGE AND THE AVERAGE PER DAY.   *
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000660 77  TR-FROM-DATE                PIC 9(08).
000670 77  TR-TO-DATE                  PIC 9(08).
000680 77  TR-WINDOW-COUNT             PIC 9(07) VALUE ZERO.
000681 77  TR-BASIS-SW                 PIC X(01) VALUE "C".
000682     88  TR-CALENDAR-BASIS                   VALUE "C".
000683     88  TR-BUSINESS-BASIS                   VALUE "B".
000684 77  TR-CALENDAR-NOTE-SW         PIC X(01) VALUE "N".
000685     88  TR-CALENDAR-NOTE                    VALUE "Y".
000686 77  TR-TALLY-DATE               PIC 9(08).
000687 77  TR-LAST-ENTRY-DATE          PIC 9(08) VALUE ZERO.
000688 77  TR-LAST-TALLY-DATE          PIC 9(08) VALUE ZERO.
000689 77  TR-BUSINESS-DAYS            PIC 9(05) VALUE ZERO.
000690*
000700*--------------------------------------------------------------*
000710* PER-DAY TALLY TABLE - THE AUDIT LOG IS APPENDED IN DATE      *
001070* REPORT WORK AREAS                                            *
001080*--------------------------------------------------------------*
001090 77  TR-REJECT-RATE              PIC 9(03)V9 VALUE ZERO.
001091 77  TR-DAILY-AVERAGE            PIC 9(05)V9 VALUE ZERO.
001092 77  TR-EDIT-COUNT               PIC ZZZZ9.
001093 77  TR-EDIT-AVERAGE             PIC ZZZZ9.9.
001094 01  TR-CALENDAR-PARMS.
001095     COPY NAMECALP.
001100 01  TR-DETAIL-LINE.
001110     05  TR-DET-LABEL            PIC X(08).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  TR-PARM-LEN             PIC S9(4) COMP.
001280     05  TR-PARM-FROM-DATE       PIC X(08).
001290     05  TR-PARM-TO-DATE         PIC X(08).
001295     05  TR-PARM-DAY-BASIS       PIC X(01).
001300*
001310 PROCEDURE DIVISION USING TR-PARM-FIELD.
001320*--------------------------------------------------------------*
001650             " IS AFTER TO DATE " TR-TO-DATE " ***"
001660         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001670     END-IF.
001671     IF TR-PARM-LEN >= 17
001672             AND TR-PARM-DAY-BASIS = "B"
001674         SET TR-BUSINESS-BASIS TO TRUE
001675         PERFORM 1100-COUNT-BUSINESS-DAYS
001677             THRU 1100-COUNT-BUSINESS-DAYS-EXIT
001678     END-IF.
001680     OPEN OUTPUT REPORT-FILE.
001690     OPEN INPUT AUDIT-FILE.
001700     IF TR-AUDIT-FILE-STATUS = "35"
001740     END-IF.
001750 1000-INITIALIZE-EXIT.
001760     EXIT.
001761*
001762*--------------------------------------------------------------*
001763* 1100-COUNT-BUSINESS-DAYS - THE BUSINESS DAYS IN THE RANGE,   *
001764* FROM AND TO DATES INCLUSIVE: NAMECALV COUNTS THOSE AFTER THE *
001765* FROM DATE, AND THE FROM DATE ITSELF IS ADDED WHEN IT IS ONE. *
001766*--------------------------------------------------------------*
001767 1100-COUNT-BUSINESS-DAYS.
001768     SET CP-CHECK-DAY TO TRUE.
001769     MOVE TR-FROM-DATE TO CP-FROM-DATE.
001771     CALL "NAMECALV" USING TR-CALENDAR-PARMS.
001772     IF CP-DATE-INVALID
001773         DISPLAY "*** NAMETRND ABEND - FROM DATE " TR-FROM-DATE
001774             " IS NOT A VALID DATE ***"
001775         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001776     END-IF.
001777     IF CP-BUSINESS-DAY
001778         MOVE 1 TO TR-BUSINESS-DAYS
001779     END-IF.
001781     IF CP-WEEKDAYS-ONLY
001782         SET TR-CALENDAR-NOTE TO TRUE
001783     END-IF.
001784     SET CP-COUNT-DAYS TO TRUE.
001785     MOVE TR-FROM-DATE TO CP-FROM-DATE.
001786     MOVE TR-TO-DATE TO CP-TO-DATE.
001787     CALL "NAMECALV" USING TR-CALENDAR-PARMS.
001788     IF CP-DATE-INVALID
001789         DISPLAY "*** NAMETRND ABEND - TO DATE " TR-TO-DATE
001791             " IS NOT A VALID DATE ***"
001792         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001793     END-IF.
001794     ADD CP-DAY-COUNT TO TR-BUSINESS-DAYS.
001795     IF CP-WEEKDAYS-ONLY
001796         SET TR-CALENDAR-NOTE TO TRUE
001797     END-IF.
001798 1100-COUNT-BUSINESS-DAYS-EXIT.
001799     EXIT.
001770*
001780*--------------------------------------------------------------*
001790* 2000-TALLY-ONE-AUDIT - COUNT AN INTAKE RECORD INSIDE THE     *
002050*
002060*--------------------------------------------------------------*
002070* 2200-TALLY-DAY - FIND (OR ADD) THE SLOT FOR THIS ENTRY DATE  *
002074* AND BUMP ITS COLUMNS.  ON A BUSINESS-DAY REPORT THE ENTRY    *
002082* DATE IS FIRST MOVED ON TO THE BUSINESS DAY IT COUNTS FOR.    *
002090*--------------------------------------------------------------*
002100 2200-TALLY-DAY.
002101     MOVE AU-ENTRY-DATE OF AU-AUDIT-RECORD TO TR-TALLY-DATE.
002103     IF TR-BUSINESS-BASIS
002105         PERFORM 2250-FOLD-TO-BUSINESS-DAY
002106             THRU 2250-FOLD-TO-BUSINESS-DAY-EXIT
002108     END-IF.
002110     MOVE "N" TO TR-DAY-FOUND-SW.
002120     MOVE 1 TO TR-DAY-SUB.
002130     PERFORM 2210-FIND-DAY-SLOT THRU 2210-FIND-DAY-SLOT-EXIT
002200         END-IF
002210         ADD 1 TO TR-DAY-COUNT
002220         MOVE TR-DAY-COUNT TO TR-DAY-SUB
002242         MOVE TR-TALLY-DATE TO TR-DAY-DATE (TR-DAY-SUB)
002250         MOVE ZERO TO TR-DAY-ENTERED (TR-DAY-SUB)
002260         MOVE ZERO TO TR-DAY-ACCEPTED (TR-DAY-SUB)
002270         MOVE ZERO TO TR-DAY-DUPLICATE (TR-DAY-SUB)
002410     EXIT.
002420*
002430 2210-FIND-DAY-SLOT.
002445     IF TR-DAY-DATE (TR-DAY-SUB) = TR-TALLY-DATE
002460         SET TR-DAY-FOUND TO TRUE
002470     ELSE
002480         ADD 1 TO TR-DAY-SUB
002490     END-IF.
002500 2210-FIND-DAY-SLOT-EXIT.
002510     EXIT.
002511*
002512*--------------------------------------------------------------*
002513* 2250-FOLD-TO-BUSINESS-DAY - AN ENTRY MADE ON A WEEKEND,      *
002514* HOLIDAY, OR CLOSURE COUNTS FOR THE NEXT BUSINESS DAY.  THE   *
002515* AUDIT LOG ARRIVES IN DATE ORDER, SO THE LAST ANSWER IS KEPT  *
002516* AND NAMECALV IS ONLY CALLED WHEN THE ENTRY DATE CHANGES.     *
002517*--------------------------------------------------------------*
002518 2250-FOLD-TO-BUSINESS-DAY.
002519     IF AU-ENTRY-DATE OF AU-AUDIT-RECORD = TR-LAST-ENTRY-DATE
002521         MOVE TR-LAST-TALLY-DATE TO TR-TALLY-DATE
002522         GO TO 2250-FOLD-TO-BUSINESS-DAY-EXIT
002523     END-IF.
002524     SET CP-FORWARD-DAYS TO TRUE.
002525     MOVE AU-ENTRY-DATE OF AU-AUDIT-RECORD TO CP-FROM-DATE.
002526     MOVE ZERO TO CP-DAY-COUNT.
002527     CALL "NAMECALV" USING TR-CALENDAR-PARMS.
002528     IF CP-CALENDAR-OK OR CP-WEEKDAYS-ONLY
002529         MOVE CP-TO-DATE TO TR-TALLY-DATE
002531     END-IF.
002532     IF CP-WEEKDAYS-ONLY
002533         SET TR-CALENDAR-NOTE TO TRUE
002534     END-IF.
002535     MOVE AU-ENTRY-DATE OF AU-AUDIT-RECORD TO TR-LAST-ENTRY-DATE.
002536     MOVE TR-TALLY-DATE TO TR-LAST-TALLY-DATE.
002537 2250-FOLD-TO-BUSINESS-DAY-EXIT.
002538     EXIT.
002520*
002530*--------------------------------------------------------------*
002540* 2300-TALLY-OPERATOR - FIND (OR ADD) THE SLOT FOR THIS        *
003110     WRITE TR-REPORT-LINE.
003120     MOVE SPACES TO TR-REPORT-LINE.
003130     WRITE TR-REPORT-LINE.
003131     IF TR-BUSINESS-BASIS
003133         MOVE "INTAKE BY BUSINESS DAY" TO TR-REPORT-LINE
003135         WRITE TR-REPORT-LINE
003137         MOVE "(WEEKEND, HOLIDAY, AND CLOSURE INTAKE COUNTS ON"
003139             TO TR-REPORT-LINE
003140         WRITE TR-REPORT-LINE
003142         MOVE " THE NEXT BUSINESS DAY)" TO TR-REPORT-LINE
003144     ELSE
003146         MOVE "INTAKE BY DAY" TO TR-REPORT-LINE
003148     END-IF.
003150     WRITE TR-REPORT-LINE.
003160     MOVE "DATE      ENTERED   ACCEPTED  DUPLICATE  REJECTED"
003170         TO TR-REPORT-LINE.
003190     MOVE 1 TO TR-DAY-SUB.
003200     PERFORM 5100-PRINT-ONE-DAY THRU 5100-PRINT-ONE-DAY-EXIT
003210         UNTIL TR-DAY-SUB > TR-DAY-COUNT.
003212     IF TR-BUSINESS-BASIS
003214         PERFORM 5150-PRINT-BUSINESS-AVERAGE
003216             THRU 5150-PRINT-BUSINESS-AVERAGE-EXIT
003218     END-IF.
003220     MOVE SPACES TO TR-REPORT-LINE.
003230     WRITE TR-REPORT-LINE.
003240     MOVE "INTAKE BY OPERATOR" TO TR-REPORT-LINE.
003460     ADD 1 TO TR-DAY-SUB.
003470 5100-PRINT-ONE-DAY-EXIT.
003480     EXIT.
003481*
003482*--------------------------------------------------------------*
003483* 5150-PRINT-BUSINESS-AVERAGE - THE BUSINESS DAYS IN THE RANGE *
003484* AND THE AVERAGE INTAKE PER BUSINESS DAY.                     *
003485*--------------------------------------------------------------*
003486 5150-PRINT-BUSINESS-AVERAGE.
003487     MOVE SPACES TO TR-REPORT-LINE.
003488     WRITE TR-REPORT-LINE.
003489     MOVE TR-BUSINESS-DAYS TO TR-EDIT-COUNT.
003491     MOVE SPACES TO TR-REPORT-LINE.
003492     STRING "BUSINESS DAYS IN RANGE . . . . . : " DELIMITED BY
003493             SIZE
003494         TR-EDIT-COUNT DELIMITED BY SIZE
003495         INTO TR-REPORT-LINE.
003496     WRITE TR-REPORT-LINE.
003497     IF TR-BUSINESS-DAYS > ZERO
003498         COMPUTE TR-DAILY-AVERAGE ROUNDED =
003499             TR-WINDOW-COUNT / TR-BUSINESS-DAYS
003501     END-IF.
003502     MOVE TR-DAILY-AVERAGE TO TR-EDIT-AVERAGE.
003503     MOVE SPACES TO TR-REPORT-LINE.
003504     STRING "AVERAGE INTAKE PER BUSINESS DAY. : " DELIMITED BY
003505             SIZE
003506         TR-EDIT-AVERAGE DELIMITED BY SIZE
003507         INTO TR-REPORT-LINE.
003508     WRITE TR-REPORT-LINE.
003509     IF TR-CALENDAR-NOTE
003511         MOVE "NOTE: DAYS NOT ON THE BUSINESS-DAY CALENDAR WERE"
003512             TO TR-REPORT-LINE
003513         WRITE TR-REPORT-LINE
003514         MOVE "      COUNTED AS MONDAY TO FRIDAY WORKING DAYS"
003515             TO TR-REPORT-LINE
003516         WRITE TR-REPORT-LINE
003517     END-IF.
003518 5150-PRINT-BUSINESS-AVERAGE-EXIT.
003519     EXIT.
003490*
003500 5200-PRINT-ONE-OPERATOR.
003510     MOVE SPACES TO TR-DETAIL-LINE.
