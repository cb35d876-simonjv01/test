002694*                  (THE OFFICE) TO NAMECAP SO EVERY            *
002696*                  INTERACTIVE CAPTURE IS STAMPED WITH WHERE   *
002698*                  IT CAME FROM, LIKE A BATCH LOAD IS.         *
002699* 2026-10-15 SV    PASS THIS PROGRAM'S NAME AND THE SESSION'S  *
002701*                  COUNT OF FAILED SIGN-ONS TO NAMEOPRV SO     *
002702*                  EVERY FAILURE IS LOGGED AND REPEATED        *
002703*                  FAILURES LOCK THE PROFILE; A LOCKED PROFILE *
002704*                  ENDS THE SESSION.                           *
002705* 2026-10-15 SV    REFUSE TO CAPTURE WHILE THE NEW NAMESYSC    *
002706*                  SYSTEM STATUS (VIA NAMESYSV) SAYS A BATCH   *
002707*                  JOB IS RUNNING AGAINST THE MASTER - CHECKED *
002708*                  AT SIGN-ON AND AGAIN BEFORE THE NAME IS     *
002709*                  HANDED TO NAMECAP.  NAMEINQ LOOKUPS STAY    *
002710*                  OPEN.                                       *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
004030 77  OI-AUTH-LEVEL               PIC X(01).
004040 77  OI-OPERATOR-VALID-SW        PIC X(01).
004050     88  OI-OPERATOR-VALID                  VALUE "Y".
004060     88  OI-OPERATOR-INVALID                VALUE "N" "L".
004065     88  OI-OPERATOR-LOCKED                 VALUE "L".
004070 77  OI-INTAKE-SOURCE            PIC X(08).
004080 77  OI-PROGRAM-ID               PIC X(08) VALUE "OBTNINP".
004090 77  OI-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
004093 01  OI-STATUS-PARMS.
004096     COPY NAMESYSP.
004100*
004200 PROCEDURE DIVISION.
004300*--------------------------------------------------------------*
004500*--------------------------------------------------------------*
004600 0000-MAINLINE.
004700     PERFORM 0050-GET-OPERATOR-ID THRU 0050-GET-OPERATOR-ID-EXIT.
004701     PERFORM 0060-CHECK-UPDATE-WINDOW
004702         THRU 0060-CHECK-UPDATE-WINDOW-EXIT.
004800     PERFORM 0100-START-HERE THRU 0100-START-HERE-EXIT.
004900     STOP RUN.
005000*
005200* 0050-GET-OPERATOR-ID - CAPTURED ONCE PER RUN FOR THE AUDIT   *
005300* LOG (SEE NAMECAP), AND VALIDATED AGAINST THE NAMEOPRF        *
005310* PROFILE FILE SO THE LOG ONLY EVER CARRIES IDS THAT WERE      *
005320* ACTUALLY ISSUED.  NAMEOPRV LOGS EVERY FAILED TRY AND LOCKS   *
005330* THE PROFILE AFTER TOO MANY IN A ROW; A LOCKED PROFILE ENDS   *
005340* THE SESSION.                                                 *
005400*--------------------------------------------------------------*
005500 0050-GET-OPERATOR-ID.
005600     DISPLAY "Please enter your operator ID....: ".
005700     ACCEPT OI-OPERATOR-ID.
005710     CALL "NAMEOPRV" USING OI-OPERATOR-ID OI-AUTH-LEVEL
005720         OI-OPERATOR-VALID-SW OI-INTAKE-SOURCE OI-PROGRAM-ID
005722         OI-SIGNON-FAILURES.
005724     IF OI-OPERATOR-LOCKED
005726         DISPLAY "  *** Operator profile locked - "
005727             "see your supervisor. ***"
005728         STOP RUN
005729     END-IF.
005730     IF OI-OPERATOR-INVALID
005740         DISPLAY "  *** Operator ID not authorized - "
005750             "try again. ***"
005800 0050-GET-OPERATOR-ID-EXIT.
005900     EXIT.
006000*
006001*--------------------------------------------------------------*
006002* 0060-CHECK-UPDATE-WINDOW - NO NAME MAY BE CAPTURED WHILE A   *
006003* BATCH JOB IS RUNNING AGAINST THE MASTER (THE NAMESYSC SYSTEM *
006004* STATUS, VIA NAMESYSV).  THE OPERATOR IS TOLD WHICH JOB AND   *
006005* SENT TO NAMEINQ FOR LOOKUPS, AND THE SESSION ENDS.           *
006006*--------------------------------------------------------------*
006007 0060-CHECK-UPDATE-WINDOW.
006008     SET SP-QUERY-STATUS TO TRUE.
006009     MOVE OI-OPERATOR-ID TO SP-REQUESTED-BY.
006010     CALL "NAMESYSV" USING OI-STATUS-PARMS.
006011     IF SP-BATCH-IN-PROGRESS
006012         DISPLAY "  *** " SP-SET-BY " is running against the "
006013             "name master since " SP-SET-DATE " " SP-SET-TIME
006014             " ***"
006015         DISPLAY "  *** Capture is closed until it ends - "
006016             "use NAMEINQ to look names up. ***"
006017         STOP RUN
006018     END-IF.
006019 0060-CHECK-UPDATE-WINDOW-EXIT.
006020     EXIT.
006021*
006100*> cobol-lint CL002 0100-start-here
006200*--------------------------------------------------------------*
006300* 0100-START-HERE - ACCEPT ONE NAME FROM THE OPERATOR AND HAND *
006400* IT TO NAMECAP TO EDIT AND PERSIST.  IF NAMECAP REJECTS THE   *
006500* ENTRY, RE-PROMPT FOR THE WHOLE NAME.  THE UPDATE WINDOW IS   *
006533* LOOKED AT AGAIN FIRST IN CASE A BATCH JOB STARTED WHILE THE  *
006566* NAME WAS BEING KEYED.                                        *
006600*--------------------------------------------------------------*
006700 0100-START-HERE.
006800     PERFORM 0110-GET-NAME-FIELDS THRU 0110-GET-NAME-FIELDS-EXIT.
006801     PERFORM 0060-CHECK-UPDATE-WINDOW
006802         THRU 0060-CHECK-UPDATE-WINDOW-EXIT.
006900     CALL "NAMECAP" USING OI-PERSON-NAME OI-OPERATOR-ID
007000         OI-RETURN-CODE OI-ASSIGNED-KEY OI-INTAKE-SOURCE.
007100     IF OI-ENTRY-REJECTED
