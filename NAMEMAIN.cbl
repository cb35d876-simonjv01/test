000240* DATE       INIT  DESCRIPTION                                 *
000250* 2026-08-09 SV    ORIGINAL PROGRAM.                           *
000260* 2026-08-09 SV    ADDED AN "ADD A NAME" MENU CHOICE THAT CALLS *
000270*                  NAMECAP, SO A NEW NAME CAN BE CAPTURED FROM *
000280*                  THIS PROGRAM INSTEAD OF ONLY OBTAININPUT/   *
000290*                  OBTAINBAT.  ALSO NOW PROMPTS FOR AN OPERATOR *
000300*                  ID AT STARTUP, RUNS EACH CORRECTED FIELD IN *
000310*                  3200-APPLY-CORRECTIONS THROUGH THE SAME     *
000320*                  CHARACTER EDIT NAMECAP USES (VIA THE NEW    *
000330*                  NAMEEDIT SUBPROGRAM), AND APPENDS AN AUDIT  *
000340*                  RECORD FOR EVERY CHANGE AND DELETE SO THOSE *
000350*                  ACTIONS ARE TRACEABLE LIKE A CAPTURE IS.    *
000352* 2026-08-22 SV    POSITION THE CHANGE/DELETE SEARCH WITH A    *
000354*                  KEYED START ON THE NEW NM-NAME-KEY ALTERNATE *
000356*                  INDEX INSTEAD OF CRAWLING THE WHOLE MASTER  *
000358*                  FRONT TO BACK TO FIND ONE PERSON.           *
000361* 2026-08-22 SV    ADDED MENU CHOICE 4 TO BROWSE/CHANGE THE    *
000362*                  ADDRESS CHILD RECORD FOR A NAME (VIA THE NEW *
000363*                  NAMEADRC SUBPROGRAM), AND OFFER ADDRESS     *
000364*                  CAPTURE AFTER AN ADD THE SAME WAY           *
000365*                  OBTAININPUT DOES.                           *
000367* 2026-08-22 SV    "DELETE" NOW MARKS THE RECORD INACTIVE WITH *
000368*                  AN EFFECTIVE DATE INSTEAD OF REMOVING IT,   *
000369*                  AND MENU CHOICE 6 REINSTATES AN INACTIVE    *
000370*                  RECORD, SO A MISTAKEN DELETE IS RECOVERABLE *
000371*                  AND THE FEED CAN RETIRE THE PERSON PROPERLY. *
000373* 2026-08-22 SV    RUN EACH CORRECTED FIELD THROUGH THE NEW    *
000374*                  NAMESTD STANDARDIZATION AFTER THE NAMEEDIT  *
000375*                  EDIT, SO A CORRECTION CANNOT PUT A          *
000376*                  NON-STANDARD SPELLING BACK ON THE MASTER.   *
000378* 2026-08-22 SV    STANDARDIZE THE SEARCH NAME THE SAME WAY    *
000379*                  BEFORE THE KEYED FIND - THE MASTER NOW      *
000380*                  STORES THE STANDARD SHAPE, SO AN OPERATOR   *
000381*                  KEYING SMITH OR o'brien STILL FINDS THE     *
000382*                  RECORD.                                     *
000384* 2026-09-02 SV    ADDED MENU CHOICE 7 TO MERGE A CONFIRMED    *
000385*                  DUPLICATE PAIR: THE VICTIM IS RETIRED WITH  *
000386*                  THE NEW "MERGED" STATUS AND A CROSS-        *
000387*                  REFERENCE TO THE SURVIVOR, ITS ADDRESS      *
000388*                  CHILD IS CARRIED OVER WHEN THE SURVIVOR HAS *
000389*                  NONE, AND AN AUDIT RECORD IS LOGGED FOR     *
000390*                  BOTH KEYS SO THE NIGHTLY FEED CAN TELL      *
000391*                  HR/CRM TO FOLD THE TWO PEOPLE TOGETHER.     *
000392*                  DELETE NOW REFUSES ANY RECORD THAT IS NOT   *
000393*                  ACTIVE, AND REINSTATE POINTS THE OPERATOR   *
000394*                  AT THE SURVIVOR WHEN A MERGED RECORD IS     *
000395*                  PICKED BY MISTAKE.                          *
000396* 2026-09-02 SV    VALIDATE THE OPERATOR ID AT STARTUP AGAINST *
000397*                  THE NEW NAMEOPRF PROFILE FILE (VIA THE      *
000398*                  SHARED NAMEOPRV SUBPROGRAM) AND RESTRICT    *
000399*                  DELETE, REINSTATE, AND MERGE TO OPERATORS   *
000401*                  CARRYING THE SUPERVISOR LEVEL - THE AUDIT   *
000402*                  LOG WAS COLLECTING IDS NOBODY EVER ISSUED.  *
000403* 2026-09-02 SV    APPEND A BEFORE-AND-AFTER IMAGE TO THE NEW  *
000404*                  NAMEHIST CHANGE-HISTORY FILE FOR EVERY      *
000405*                  CHANGE, DELETE, REINSTATE, AND MERGE - THE  *
000406*                  NAMEAUD RECORD CARRIES ONLY THE NEW         *
000407*                  SPELLING AND NO RECORD KEY, SO A DISPUTED   *
000408*                  CORRECTION COULD NOT BE UNWOUND.  MENU      *
000409*                  CHOICE 8 SHOWS ONE RECORD'S FULL HISTORY    *
000411*                  IN DATE ORDER.                              *
000412* 2026-09-02 SV    PASS THE OPERATOR PROFILE'S INTAKE SOURCE   *
000413*                  (THE OFFICE) TO NAMECAP ON AN ADD, AND STAMP *
000414*                  IT ON THE AUDIT RECORDS THIS PROGRAM WRITES, *
000415*                  SO INTAKE CAN BE REPORTED BY ORIGINATING    *
000416*                  OFFICE.                                     *
000417* 2026-10-15 SV    MERGE (CHOICE 7) CAN NOW MARK THE PAIR "NOT *
000418*                  A DUPLICATE" INSTEAD, ON THE NEW NAMEDUPR   *
000419*                  REVIEWED-PAIR FILE, SO THE WEEKLY NAMEDUPS  *
000421*                  SOUND-ALIKE SWEEP STOPS LISTING A PAIR A    *
000422*                  SUPERVISOR HAS ALREADY RULED ON.            *
000423* 2026-10-15 SV    PASS THIS PROGRAM'S NAME AND THE SESSION'S  *
000424*                  COUNT OF FAILED SIGN-ONS TO NAMEOPRV SO     *
000425*                  EVERY FAILURE IS LOGGED AND REPEATED        *
000426*                  FAILURES LOCK THE PROFILE; A LOCKED PROFILE *
000427*                  ENDS THE SESSION.                           *
000428* 2026-10-15 SV    A CLERK PICKING DELETE, REINSTATE, OR MERGE *
000429*                  NOW QUEUES THE ACTION WITH A REASON ON THE  *
000431*                  NEW NAMEPEND PENDING-REQUEST FILE INSTEAD OF *
000433*                  BEING TURNED AWAY, AND NEW MENU CHOICE R    *
000435*                  LETS A SUPERVISOR APPROVE OR REJECT EACH    *
000436*                  OPEN REQUEST WITH A COMMENT.  AN APPROVED   *
000437*                  REQUEST IS APPLIED BY THE SAME PARAGRAPHS AS *
000438*                  THE DIRECT OPTIONS, SO IT WRITES THE SAME   *
000439*                  AUDIT AND HISTORY RECORDS.                  *
000441* 2026-10-15 SV    STAMP NM-RECORD-KEY ON EVERY AUDIT RECORD   *
000442*                  AND THE MERGED-TO KEY ON EVERY HISTORY      *
000443*                  AFTER IMAGE, SO NAMEFRCV CAN ROLL A         *
000444*                  RESTORED MASTER FORWARD FROM THE LOGS.      *
000445* 2026-10-15 SV    STAMP NM-CHANGE-DATE ON EVERY NAME          *
000446*                  CORRECTION (CHOICE 2) SO TONIGHT'S NAMEXTR  *
000447*                  SENDS IT AND THE INBOUND HR/CRM CHANGE JOB  *
000448*                  KNOWS THE RECORD WAS CHANGED HERE.          *
000449* 2026-10-15 SV    REFUSE EVERY UPDATE CHOICE (2 THROUGH 7 AND *
000451*                  R) WHILE THE NEW NAMESYSC SYSTEM STATUS     *
000452*                  (VIA NAMESYSV) SAYS A BATCH JOB IS RUNNING  *
000453*                  AGAINST THE MASTER; BROWSE AND HISTORY STAY *
000454*                  OPEN.  THE STATUS IS CHECKED AT EVERY       *
000455*                  CHOICE, NOT JUST AT SIGN-ON.                *
000456* 2026-10-15 SV    RECHECK THE NAMESYSC STATUS BEFORE EVERY    *
000457*                  APPROVAL IN THE REQUEST REVIEW (CHOICE R),  *
000458*                  SO A JOB THAT STARTS PART-WAY THROUGH THE   *
000459*                  QUEUE STOPS THE REVIEW INSTEAD OF BEING     *
000461*                  UPDATED UNDER.                              *
000462* 2026-10-15 SV    RECHECK THE NAMESYSC STATUS JUST BEFORE     *
000463*                  EACH MASTER REWRITE (CHANGE, DELETE,        *
000464*                  REINSTATE, MERGE), EACH NAMECAP OR NAMEADRC *
000465*                  CALL, AND THE NOT-A-DUPLICATE WRITE, SO A   *
000466*                  JOB THAT STARTS MID-ENTRY IS NOT UPDATED    *
000467*                  UNDER.                                      *
000383*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000481     SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS MN-HISTORY-FILE-STATUS.
000484     SELECT DUP-REVIEW-FILE ASSIGN TO "NAMEDUPR"
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS DR-PAIR-KEY
000488         FILE STATUS IS MN-REVIEW-FILE-STATUS.
000489     SELECT PENDING-FILE ASSIGN TO "NAMEPEND"
000491         ORGANIZATION IS INDEXED
000492         ACCESS MODE IS DYNAMIC
000493         RECORD KEY IS PD-REQUEST-KEY
000494         FILE STATUS IS MN-PENDING-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000560     COPY NAMEMSTR.
000570*
000580*--------------------------------------------------------------*
000590* AUDIT-FILE - ONE RECORD APPENDED FOR EVERY CHANGE OR DELETE  *
000600* MADE THROUGH THIS PROGRAM.                                   *
000610*--------------------------------------------------------------*
000620 FD  AUDIT-FILE
000630     RECORDING MODE IS F.
000681 01  HS-HISTORY-RECORD.
000682     COPY NAMEHIST.
000683*
000684*--------------------------------------------------------------*
000685* DUP-REVIEW-FILE - ONE RECORD FOR EVERY PAIR A SUPERVISOR     *
000686* MARKS "NOT A DUPLICATE" FROM THE MERGE OPTION, SO NAMEDUPS   *
000687* LEAVES IT OFF LATER SWEEPS.                                  *
000688*--------------------------------------------------------------*
000689 FD  DUP-REVIEW-FILE.
000691 01  DR-REVIEWED-PAIR-RECORD.
000692     COPY NAMEDUPR.
000694*
000695*--------------------------------------------------------------*
000696* PENDING-FILE - ONE RECORD FOR EVERY DELETE, REINSTATE, OR    *
000697* MERGE A CLERK ASKS FOR, HELD OPEN UNTIL A SUPERVISOR         *
000698* APPROVES OR REJECTS IT FROM MENU CHOICE R.                   *
000699*--------------------------------------------------------------*
000701 FD  PENDING-FILE.
000702 01  PD-PENDING-RECORD.
000703     COPY NAMEPEND.
000693*
000670 WORKING-STORAGE SECTION.
000680 77  MN-MASTER-FILE-STATUS       PIC X(02).
000690 77  MN-AUDIT-FILE-STATUS        PIC X(02).
000816     88  MN-AUTH-CLERK                        VALUE "C".
000817 77  MN-OPERATOR-VALID-SW        PIC X(01).
000818     88  MN-OPERATOR-VALID                    VALUE "Y".
000819     88  MN-OPERATOR-INVALID                  VALUE "N" "L".
000822     88  MN-OPERATOR-LOCKED                   VALUE "L".
000823 77  MN-PROGRAM-ID               PIC X(08) VALUE "NAMEMAIN".
000824 77  MN-SIGNON-FAILURES          PIC 9(02) VALUE ZERO.
000825 01  MN-STATUS-PARMS.
000826     COPY NAMESYSP.
000821 77  MN-INTAKE-SOURCE            PIC X(08).
000820 77  MN-RETURN-CODE              PIC X(01).
000830     88  MN-ENTRY-ACCEPTED                    VALUE "A".
000937 77  MN-MERGE-OK-SW              PIC X(01).
000938     88  MN-MERGE-OK                          VALUE "Y".
000939     88  MN-MERGE-FAILED                      VALUE "N".
000983 77  MN-REVIEW-FILE-STATUS       PIC X(02).
000941 01  MN-VICTIM-ADDRESS.
000942     COPY NAMEADDR.
000943*
000957 01  MN-BEFORE-NAME.
000958     COPY PERSONREC.
000959*
000961*--------------------------------------------------------------*
000962* WORK AREAS FOR THE PENDING-REQUEST QUEUE - 7500 RAISES A     *
000963* CLERK'S REQUEST AND 7000 WORKS THE QUEUE FOR A SUPERVISOR.   *
000964*--------------------------------------------------------------*
000965 77  MN-PENDING-FILE-STATUS      PIC X(02).
000966 77  MN-REQUEST-ACTION           PIC X(01).
000967 77  MN-REQUEST-TARGET-KEY       PIC 9(07).
000968 77  MN-REQUEST-SURVIVOR-KEY     PIC 9(07).
000969 77  MN-REQUEST-REASON           PIC X(40).
000971 77  MN-REVIEW-CHOICE            PIC X(01).
000972 77  MN-REVIEW-COMMENT           PIC X(40).
000973 77  MN-REVIEW-COUNT             PIC 9(05).
000974 77  MN-QUEUE-EOF-SW             PIC X(01).
000975     88  MN-QUEUE-EOF                         VALUE "Y".
000976 77  MN-QUEUE-QUIT-SW            PIC X(01).
000977     88  MN-QUEUE-QUIT                        VALUE "Y".
000978 77  MN-APPLY-OK-SW              PIC X(01).
000979     88  MN-APPLY-OK                          VALUE "Y".
000981     88  MN-APPLY-FAILED                      VALUE "N".
000982*
000930 01  MN-NEW-NAME.
000940     COPY PERSONREC.
000950*
001090     STOP RUN.
001100*
001110*--------------------------------------------------------------*
001120* 0050-GET-OPERATOR-ID - CAPTURED ONCE PER RUN FOR ANY ADD,    *
001130* CHANGE, OR DELETE MADE DURING THIS SESSION (SEE NAMECAP AND  *
001140* 8000-WRITE-AUDIT-RECORD), AND VALIDATED AGAINST THE NAMEOPRF *
001142* PROFILE FILE SO THE AUDIT LOG ONLY EVER CARRIES IDS THAT     *
001144* WERE ACTUALLY ISSUED.  THE AUTHORIZATION LEVEL RETURNED      *
001146* GATES THE SUPERVISOR-ONLY MENU CHOICES.  NAMEOPRV LOGS EVERY *
001147* FAILED TRY AND LOCKS THE PROFILE AFTER TOO MANY IN A ROW;    *
001148* A LOCKED PROFILE ENDS THE SESSION.                           *
001150*--------------------------------------------------------------*
001160 0050-GET-OPERATOR-ID.
001170     DISPLAY "Please enter your operator ID....: ".
001180     ACCEPT MN-OPERATOR-ID.
001182     CALL "NAMEOPRV" USING MN-OPERATOR-ID MN-AUTH-LEVEL
001184         MN-OPERATOR-VALID-SW MN-INTAKE-SOURCE MN-PROGRAM-ID
001185         MN-SIGNON-FAILURES.
001192     IF MN-OPERATOR-LOCKED
001193         DISPLAY "*** OPERATOR PROFILE LOCKED - SEE YOUR "
001194             "SUPERVISOR ***"
001195         STOP RUN
001196     END-IF.
001186     IF MN-OPERATOR-INVALID
001187         DISPLAY "*** OPERATOR ID NOT AUTHORIZED - "
001188             "TRY AGAIN ***"
001200     EXIT.
001210*
001220*--------------------------------------------------------------*
001230* 1000-MENU - WHILE A BATCH JOB IS RUNNING AGAINST THE MASTER  *
001231* THE MENU SAYS SO, AND EVERY CHOICE THAT COULD UPDATE IS      *
001232* REFUSED (SEE 1100); BROWSE AND HISTORY STILL WORK.           *
001240*--------------------------------------------------------------*
001250 1000-MENU.
001260     DISPLAY " ".
001270     DISPLAY "NAME-MASTER MAINTENANCE".
001271     PERFORM 1100-CHECK-UPDATE-WINDOW
001272         THRU 1100-CHECK-UPDATE-WINDOW-EXIT.
001273     IF SP-BATCH-IN-PROGRESS
001274         DISPLAY "*** BATCH IN PROGRESS - BROWSE AND HISTORY "
001275             "ONLY ***"
001276     END-IF.
001280     DISPLAY "1. BROWSE ALL NAMES".
001290     DISPLAY "2. CHANGE A NAME".
001300     DISPLAY "3. DELETE A NAME".
001315     DISPLAY "6. REINSTATE A NAME".
001317     DISPLAY "7. MERGE DUPLICATE NAMES".
001318     DISPLAY "8. VIEW CHANGE HISTORY".
001319     IF MN-AUTH-SUPERVISOR
001321         DISPLAY "R. REVIEW PENDING REQUESTS"
001322     END-IF.
001320     DISPLAY "9. EXIT".
001330     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
001340     ACCEPT MN-CHOICE.
001341     IF MN-CHOICE = "2" OR "3" OR "4" OR "5" OR "6" OR "7"
001342             OR "R" OR "r"
001343         PERFORM 1100-CHECK-UPDATE-WINDOW
001344             THRU 1100-CHECK-UPDATE-WINDOW-EXIT
001345         IF SP-BATCH-IN-PROGRESS
001346             DISPLAY "*** " SP-SET-BY " IS RUNNING AGAINST THE "
001347                 "MASTER SINCE " SP-SET-DATE " " SP-SET-TIME
001348                 " ***"
001349             DISPLAY "*** UPDATES ARE CLOSED UNTIL IT ENDS - "
001351                 "BROWSE (1), HISTORY (8), AND NAMEINQ "
001352                 "ARE OPEN ***"
001353             GO TO 1000-MENU-EXIT
001354         END-IF
001355     END-IF.
001350     EVALUATE MN-CHOICE
001360         WHEN "1"
001370             PERFORM 2000-BROWSE-ALL THRU 2000-BROWSE-ALL-EXIT
001380         WHEN "2"
001390             PERFORM 3000-CHANGE-ONE THRU 3000-CHANGE-ONE-EXIT
001400         WHEN "3"
001410             PERFORM 4000-DELETE-ONE
001411                 THRU 4000-DELETE-ONE-EXIT
001412         WHEN "4"
001414             PERFORM 4500-ADDRESS-ONE
001416                 THRU 4500-ADDRESS-ONE-EXIT
001420         WHEN "5"
001430             PERFORM 5000-ADD-NAME THRU 5000-ADD-NAME-EXIT
001432         WHEN "6"
001434             PERFORM 4800-REINSTATE-ONE
001436                 THRU 4800-REINSTATE-ONE-EXIT
001442         WHEN "7"
001444             PERFORM 4900-MERGE-ONE
001446                 THRU 4900-MERGE-ONE-EXIT
001452         WHEN "8"
001453             PERFORM 6000-SHOW-HISTORY
001454                 THRU 6000-SHOW-HISTORY-EXIT
001455         WHEN "R"
001456         WHEN "r"
001457             IF MN-AUTH-SUPERVISOR
001458                 PERFORM 7000-REVIEW-REQUESTS
001459                     THRU 7000-REVIEW-REQUESTS-EXIT
001461             ELSE
001462                 DISPLAY "*** SUPERVISOR AUTHORIZATION "
001463                     "REQUIRED ***"
001464             END-IF
001440         WHEN "9"
001450             SET MN-DONE TO TRUE
001460         WHEN OTHER
001480     END-EVALUATE.
001490 1000-MENU-EXIT.
001500     EXIT.
001501*
001502*--------------------------------------------------------------*
001503* 1100-CHECK-UPDATE-WINDOW - ASK NAMESYSV WHETHER A BATCH JOB *
001504* HAS THE MASTER.  THE STATUS IS LOOKED AT AFRESH EACH TIME,   *
001505* SO A JOB THAT STARTS OR ENDS DURING THE SESSION IS HONORED   *
001506* AT THE NEXT CHOICE.                                          *
001507*--------------------------------------------------------------*
001508 1100-CHECK-UPDATE-WINDOW.
001509     SET SP-QUERY-STATUS TO TRUE.
001511     MOVE MN-OPERATOR-ID TO SP-REQUESTED-BY.
001512     CALL "NAMESYSV" USING MN-STATUS-PARMS.
001513 1100-CHECK-UPDATE-WINDOW-EXIT.
001514     EXIT.
001515*
001516*--------------------------------------------------------------*
001517* 1150-RECHECK-UPDATE-WINDOW - LOOK AT THE STATUS AGAIN JUST   *
001518* BEFORE AN UPDATE IS WRITTEN, IN CASE A BATCH JOB STARTED     *
001519* WHILE THE OPERATOR WAS KEYING.  IF ONE HAS, THE OPERATOR IS  *
001521* TOLD AND THE CALLER DROPS THE UPDATE (SP-BATCH-IN-PROGRESS). *
001522*--------------------------------------------------------------*
001523 1150-RECHECK-UPDATE-WINDOW.
001524     PERFORM 1100-CHECK-UPDATE-WINDOW
001525         THRU 1100-CHECK-UPDATE-WINDOW-EXIT.
001526     IF SP-BATCH-IN-PROGRESS
001527         DISPLAY "*** " SP-SET-BY " STARTED AGAINST THE MASTER "
001528             "AT " SP-SET-TIME " - NOTHING SAVED ***"
001529     END-IF.
001531 1150-RECHECK-UPDATE-WINDOW-EXIT.
001532     EXIT.
001510*
001520*--------------------------------------------------------------*
001530* 2000-BROWSE-ALL - LIST EVERY NAME ON THE MASTER, KEY FIRST.  *
002950                 TO PN-SUFFIX OF NM-MASTER-RECORD
002960         END-IF
002970     END-IF.
004212     PERFORM 1150-RECHECK-UPDATE-WINDOW
004213         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
004214     IF SP-BATCH-IN-PROGRESS
004215         GO TO 3200-APPLY-CORRECTIONS-EXIT
004216     END-IF.
002974     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
002977     MOVE MN-RUN-DATE TO NM-CHANGE-DATE.
002980     REWRITE NM-MASTER-RECORD
002990         INVALID KEY
003000             DISPLAY "*** REWRITE FAILED ***"
003090*
003100*--------------------------------------------------------------*
003110* 4000-DELETE-ONE - FIND A NAME BY LAST/FIRST NAME AND, AFTER  *
003120* OPERATOR CONFIRMATION, DELETE IT FROM THE MASTER.  A CLERK   *
003123* CANNOT DELETE DIRECTLY - THE DELETE IS QUEUED WITH A REASON  *
003126* FOR A SUPERVISOR TO APPROVE (7500).                          *
003130*--------------------------------------------------------------*
003140 4000-DELETE-ONE.
003150     DISPLAY "LAST NAME TO SEARCH FOR: " WITH NO ADVANCING.
003226             DISPLAY "*** RECORD IS NOT ACTIVE ***"
003227             GO TO 4000-DELETE-ONE-EXIT
003228         END-IF
003229         IF NOT MN-AUTH-SUPERVISOR
003231             MOVE "D" TO MN-REQUEST-ACTION
003232             MOVE NM-RECORD-KEY TO MN-REQUEST-TARGET-KEY
003233             MOVE ZERO TO MN-REQUEST-SURVIVOR-KEY
003234             PERFORM 7500-SUBMIT-REQUEST
003235                 THRU 7500-SUBMIT-REQUEST-EXIT
003236             GO TO 4000-DELETE-ONE-EXIT
003237         END-IF
003230         DISPLAY "DELETE THIS RECORD? (Y/N): " WITH NO ADVANCING
003240         ACCEPT MN-CONFIRM
003250         IF MN-CONFIRM = "Y" OR MN-CONFIRM = "y"
003252             PERFORM 4050-APPLY-DELETE THRU 4050-APPLY-DELETE-EXIT
003350         ELSE
003360             DISPLAY "*** DELETE CANCELLED ***"
003370         END-IF
003400     END-IF.
003410 4000-DELETE-ONE-EXIT.
003420     EXIT.
004300*
004301*--------------------------------------------------------------*
004302* 4050-APPLY-DELETE - THE ACTIVE RECORD TO DELETE IS IN THE FD *
004303* AREA.  MARK IT INACTIVE WITH TODAY'S EFFECTIVE DATE AND LOG  *
004304* IT.  SHARED BY THE DIRECT DELETE AND AN APPROVED REQUEST.    *
004305*--------------------------------------------------------------*
004306 4050-APPLY-DELETE.
004307     SET MN-APPLY-FAILED TO TRUE.
004308     PERFORM 1150-RECHECK-UPDATE-WINDOW
004309         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
004310     IF SP-BATCH-IN-PROGRESS
004311         GO TO 4050-APPLY-DELETE-EXIT
004312     END-IF.
004313     PERFORM 8050-SAVE-BEFORE-IMAGE
004314         THRU 8050-SAVE-BEFORE-IMAGE-EXIT.
004315     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
004316     SET NM-STATUS-INACTIVE TO TRUE.
004317     MOVE MN-RUN-DATE TO NM-STATUS-DATE.
004318     REWRITE NM-MASTER-RECORD
004319         INVALID KEY
004320             DISPLAY "*** DELETE FAILED ***"
004321         NOT INVALID KEY
004322             DISPLAY "*** RECORD MARKED INACTIVE ***"
004323             SET MN-APPLY-OK TO TRUE
004324             SET MN-AUDIT-DELETED TO TRUE
004325             PERFORM 8000-WRITE-AUDIT-RECORD
004326                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
004327             PERFORM 8100-WRITE-HISTORY-RECORD
004328                 THRU 8100-WRITE-HISTORY-RECORD-EXIT
004329     END-REWRITE.
004330 4050-APPLY-DELETE-EXIT.
004331     EXIT.
003422*
003424*--------------------------------------------------------------*
003426* 4500-ADDRESS-ONE - FIND A NAME BY LAST/FIRST NAME AND HAND   *
003446     IF MN-FOUND
003448         DISPLAY "FOUND: " PN-LAST-NAME OF NM-MASTER-RECORD
003450             ", " PN-FIRST-NAME OF NM-MASTER-RECORD
004222         PERFORM 1150-RECHECK-UPDATE-WINDOW
004223             THRU 1150-RECHECK-UPDATE-WINDOW-EXIT
004224         IF NOT SP-BATCH-IN-PROGRESS
003452             CALL "NAMEADRC" USING NM-RECORD-KEY
003453         END-IF
003454     ELSE
003456         DISPLAY "*** NO MATCHING NAME FOUND ***"
003458     END-IF.
003466*--------------------------------------------------------------*
003468* 4800-REINSTATE-ONE - FIND AN INACTIVE NAME AND FLIP IT BACK  *
003470* TO ACTIVE WITH TODAY'S EFFECTIVE DATE, FOR THE DAY A DELETE  *
003472* TURNS OUT TO HAVE BEEN A MISTAKE.  A CLERK'S REINSTATE IS    *
003473* QUEUED WITH A REASON FOR A SUPERVISOR TO APPROVE (7500).     *
003474*--------------------------------------------------------------*
003476 4800-REINSTATE-ONE.
003478     DISPLAY "LAST NAME TO SEARCH FOR: " WITH NO ADVANCING.
003504     DISPLAY "FOUND: " PN-LAST-NAME OF NM-MASTER-RECORD
003506         ", " PN-FIRST-NAME OF NM-MASTER-RECORD
003508         " (INACTIVE SINCE " NM-STATUS-DATE ")".
003509     IF NOT MN-AUTH-SUPERVISOR
003511         MOVE "S" TO MN-REQUEST-ACTION
003513         MOVE NM-RECORD-KEY TO MN-REQUEST-TARGET-KEY
003515         MOVE ZERO TO MN-REQUEST-SURVIVOR-KEY
003516         PERFORM 7500-SUBMIT-REQUEST
003517             THRU 7500-SUBMIT-REQUEST-EXIT
003518         GO TO 4800-REINSTATE-ONE-EXIT
003519     END-IF.
003510     DISPLAY "REINSTATE THIS RECORD? (Y/N): " WITH NO ADVANCING.
003512     ACCEPT MN-CONFIRM.
003514     IF MN-CONFIRM = "Y" OR MN-CONFIRM = "y"
003524         PERFORM 4850-APPLY-REINSTATE
003526             THRU 4850-APPLY-REINSTATE-EXIT
003540     ELSE
003542         DISPLAY "*** REINSTATE CANCELLED ***"
003544     END-IF.
003546 4800-REINSTATE-ONE-EXIT.
003548     EXIT.
004337*
004338*--------------------------------------------------------------*
004339* 4850-APPLY-REINSTATE - THE INACTIVE RECORD TO REINSTATE IS   *
004340* IN THE FD AREA.  FLIP IT BACK TO ACTIVE WITH TODAY'S         *
004341* EFFECTIVE DATE AND LOG IT.  SHARED BY THE DIRECT REINSTATE   *
004342* AND AN APPROVED REQUEST.                                     *
004343*--------------------------------------------------------------*
004344 4850-APPLY-REINSTATE.
004345     SET MN-APPLY-FAILED TO TRUE.
004346     PERFORM 1150-RECHECK-UPDATE-WINDOW
004347         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
004348     IF SP-BATCH-IN-PROGRESS
004349         GO TO 4850-APPLY-REINSTATE-EXIT
004350     END-IF.
004351     PERFORM 8050-SAVE-BEFORE-IMAGE
004352         THRU 8050-SAVE-BEFORE-IMAGE-EXIT.
004353     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
004354     SET NM-STATUS-ACTIVE TO TRUE.
004355     MOVE MN-RUN-DATE TO NM-STATUS-DATE.
004356     REWRITE NM-MASTER-RECORD
004357         INVALID KEY
004358             DISPLAY "*** REINSTATE FAILED ***"
004359         NOT INVALID KEY
004360             DISPLAY "*** RECORD REINSTATED ***"
004361             SET MN-APPLY-OK TO TRUE
004362             SET MN-AUDIT-REINSTATED TO TRUE
004363             PERFORM 8000-WRITE-AUDIT-RECORD
004364                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
004365             PERFORM 8100-WRITE-HISTORY-RECORD
004366                 THRU 8100-WRITE-HISTORY-RECORD-EXIT
004367     END-REWRITE.
004368 4850-APPLY-REINSTATE-EXIT.
004369     EXIT.
003550*
003551*--------------------------------------------------------------*
003552* 4900-MERGE-ONE - FOLD A CONFIRMED DUPLICATE PAIR TOGETHER.   *
003557* LOGGED FOR BOTH KEYS.  THE STATUS DATE PUTS THE VICTIM ON    *
003558* TONIGHT'S NAMEXTR FEED, WHICH CARRIES THE MERGED-TO KEY SO   *
003559* HR/CRM FOLDS THE VICTIM INTO THE SURVIVOR INSTEAD OF JUST    *
003561* RETIRING A PERSON THEY STILL THINK IS REAL.  ANSWERING X AT  *
003599* THE CONFIRM PROMPT RECORDS THE PAIR AS "NOT A DUPLICATE"     *
003601* INSTEAD (4960) AND LEAVES BOTH RECORDS AS THEY ARE.  A       *
003602* CLERK'S MERGE IS QUEUED WITH A REASON FOR A SUPERVISOR TO    *
003603* APPROVE (7500) ONCE THE PAIR HAS PASSED THE CHECKS.          *
003562*--------------------------------------------------------------*
003563 4900-MERGE-ONE.
003564     DISPLAY "SURVIVOR KEY (7 DIGITS): " WITH NO ADVANCING.
003587     IF MN-MERGE-FAILED
003588         GO TO 4900-MERGE-ONE-EXIT
003589     END-IF.
003812     IF NOT MN-AUTH-SUPERVISOR
003813         MOVE "M" TO MN-REQUEST-ACTION
003814         MOVE MN-VICTIM-KEY TO MN-REQUEST-TARGET-KEY
003815         MOVE MN-SURVIVOR-KEY TO MN-REQUEST-SURVIVOR-KEY
003816         PERFORM 7500-SUBMIT-REQUEST
003817             THRU 7500-SUBMIT-REQUEST-EXIT
003818         GO TO 4900-MERGE-ONE-EXIT
003819     END-IF.
003591     DISPLAY "MERGE VICTIM INTO SURVIVOR? "
003592         "(Y/N, X = NOT A DUPLICATE): " WITH NO ADVANCING.
003593     ACCEPT MN-CONFIRM.
003604     IF MN-CONFIRM = "X" OR MN-CONFIRM = "x"
003605         PERFORM 4960-MARK-NOT-DUPLICATE
003606             THRU 4960-MARK-NOT-DUPLICATE-EXIT
003607         GO TO 4900-MERGE-ONE-EXIT
003608     END-IF.
003594     IF MN-CONFIRM NOT = "Y" AND MN-CONFIRM NOT = "y"
003595         DISPLAY "*** MERGE CANCELLED ***"
003596         GO TO 4900-MERGE-ONE-EXIT
003597     END-IF.
003598     PERFORM 4930-APPLY-MERGE THRU 4930-APPLY-MERGE-EXIT.
003616 4900-MERGE-ONE-EXIT.
003617     EXIT.
003618*
003671* THE VICTIM-SIDE AUDIT RECORD.                                *
003672*--------------------------------------------------------------*
003673 4920-RETIRE-VICTIM.
004230     PERFORM 1150-RECHECK-UPDATE-WINDOW
004231         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
004232     IF SP-BATCH-IN-PROGRESS
004233         SET MN-MERGE-FAILED TO TRUE
004234         GO TO 4920-RETIRE-VICTIM-EXIT
004235     END-IF.
003674     PERFORM 8050-SAVE-BEFORE-IMAGE
003675         THRU 8050-SAVE-BEFORE-IMAGE-EXIT.
003676     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
003690     END-REWRITE.
003691 4920-RETIRE-VICTIM-EXIT.
003692     EXIT.
004370*
004371*--------------------------------------------------------------*
004372* 4930-APPLY-MERGE - THE PAIR HAS PASSED 4910 AND THE VICTIM   *
004373* RECORD IS IN THE FD AREA.  RETIRE THE VICTIM, CARRY ITS      *
004374* ADDRESS OVER, AND LOG THE SURVIVOR-SIDE AUDIT RECORD.  SHARED*
004375* BY THE DIRECT MERGE AND AN APPROVED REQUEST.                 *
004376*--------------------------------------------------------------*
004377 4930-APPLY-MERGE.
004378     SET MN-APPLY-FAILED TO TRUE.
004379     PERFORM 4920-RETIRE-VICTIM THRU 4920-RETIRE-VICTIM-EXIT.
004380     IF MN-MERGE-FAILED
004381         GO TO 4930-APPLY-MERGE-EXIT
004382     END-IF.
004383     PERFORM 4950-CARRY-ADDRESS THRU 4950-CARRY-ADDRESS-EXIT.
004384     MOVE MN-SURVIVOR-KEY TO NM-RECORD-KEY.
004385     READ NAME-MASTER-FILE
004386         INVALID KEY
004387             CONTINUE
004388         NOT INVALID KEY
004389             SET MN-AUDIT-MERGED TO TRUE
004390             PERFORM 8000-WRITE-AUDIT-RECORD
004391                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
004392     END-READ.
004393     SET MN-APPLY-OK TO TRUE.
004394     DISPLAY "*** KEY " MN-VICTIM-KEY " MERGED INTO KEY "
004395         MN-SURVIVOR-KEY " ***".
004396 4930-APPLY-MERGE-EXIT.
004397     EXIT.
003693*
003694*--------------------------------------------------------------*
003695* 4950-CARRY-ADDRESS - IF THE VICTIM HAS AN ADDRESS CHILD AND  *
003736     CLOSE ADDRESS-FILE.
003737 4950-CARRY-ADDRESS-EXIT.
003738     EXIT.
004398*
004399*--------------------------------------------------------------*
004400* 4960-MARK-NOT-DUPLICATE - THE SUPERVISOR HAS LOOKED AT THE   *
004401* PAIR AND RULED THEM TWO DIFFERENT PEOPLE.  RECORD THE PAIR,  *
004402* LOWER KEY FIRST, ON THE NAMEDUPR REVIEWED-PAIR FILE SO THE   *
004403* WEEKLY NAMEDUPS SWEEP LEAVES IT OFF FROM NOW ON.  A PAIR     *
004404* MARKED BEFORE IS SIMPLY RESTAMPED WITH TODAY AND THIS        *
004405* OPERATOR.  THE FILE IS CREATED ON FIRST USE.                 *
004406*--------------------------------------------------------------*
004407 4960-MARK-NOT-DUPLICATE.
004408     PERFORM 1150-RECHECK-UPDATE-WINDOW
004409         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
004410     IF SP-BATCH-IN-PROGRESS
004411         GO TO 4960-MARK-NOT-DUPLICATE-EXIT
004412     END-IF.
004413     OPEN I-O DUP-REVIEW-FILE.
004414     IF MN-REVIEW-FILE-STATUS = "35"
004415         OPEN OUTPUT DUP-REVIEW-FILE
004416     END-IF.
004417     IF MN-SURVIVOR-KEY < MN-VICTIM-KEY
004418         MOVE MN-SURVIVOR-KEY TO DR-LOW-KEY
004419         MOVE MN-VICTIM-KEY TO DR-HIGH-KEY
004420     ELSE
004421         MOVE MN-VICTIM-KEY TO DR-LOW-KEY
004422         MOVE MN-SURVIVOR-KEY TO DR-HIGH-KEY
004423     END-IF.
004424     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
004425     ACCEPT MN-RUN-TIME FROM TIME.
004426     MOVE MN-RUN-DATE TO DR-REVIEW-DATE.
004427     MOVE MN-RUN-TIME TO DR-REVIEW-TIME.
004428     MOVE MN-OPERATOR-ID TO DR-OPERATOR-ID.
004429     SET DR-NOT-DUPLICATE TO TRUE.
004430     WRITE DR-REVIEWED-PAIR-RECORD
004431         INVALID KEY
004432             REWRITE DR-REVIEWED-PAIR-RECORD
004433                 INVALID KEY
004434                     DISPLAY "*** COULD NOT RECORD THE PAIR ***"
004435             END-REWRITE
004436     END-WRITE.
004437     CLOSE DUP-REVIEW-FILE.
004438     DISPLAY "*** KEYS " DR-LOW-KEY " AND " DR-HIGH-KEY
004439         " MARKED NOT A DUPLICATE ***".
004440 4960-MARK-NOT-DUPLICATE-EXIT.
004441     EXIT.
003739*
003440*--------------------------------------------------------------*
003450* 5000-ADD-NAME - ACCEPT A NEW NAME AND HAND IT TO NAMECAP TO  *
003460* EDIT, DUPLICATE-CHECK, AND WRITE, EXACTLY AS OBTAININPUT DOES.*
003470* IF NAMECAP REJECTS THE ENTRY, NOTHING IS WRITTEN.            *
003480*--------------------------------------------------------------*
003490 5000-ADD-NAME.
003500     MOVE SPACES TO MN-NEW-NAME.
003560     ACCEPT PN-MIDDLE-NAME OF MN-NEW-NAME.
003570     DISPLAY "SUFFIX: " WITH NO ADVANCING.
003580     ACCEPT PN-SUFFIX OF MN-NEW-NAME.
003609     PERFORM 1150-RECHECK-UPDATE-WINDOW
003611         THRU 1150-RECHECK-UPDATE-WINDOW-EXIT.
003612     IF SP-BATCH-IN-PROGRESS
003613         GO TO 5000-ADD-NAME-EXIT
003614     END-IF.
003590     CALL "NAMECAP" USING MN-NEW-NAME MN-OPERATOR-ID
003600         MN-RETURN-CODE MN-ASSIGNED-KEY MN-INTAKE-SOURCE.
003610     IF MN-ENTRY-REJECTED
003644             WITH NO ADVANCING
003646         ACCEPT MN-ADDRESS-CHOICE
003648         IF MN-ADDRESS-CHOICE = "Y" OR MN-ADDRESS-CHOICE = "y"
004241             PERFORM 1150-RECHECK-UPDATE-WINDOW
004242                 THRU 1150-RECHECK-UPDATE-WINDOW-EXIT
004243             IF NOT SP-BATCH-IN-PROGRESS
003650                 CALL "NAMEADRC" USING MN-ASSIGNED-KEY
004244             END-IF
003652         END-IF
003654     END-IF.
003660 5000-ADD-NAME-EXIT.
003744         HS-AFTER-STATUS " " HS-AFTER-STAT-DATE.
003745 6100-SHOW-ONE-HISTORY-EXIT.
003746     EXIT.
004442*
004443*--------------------------------------------------------------*
004444* 7000-REVIEW-REQUESTS - SUPERVISOR ONLY.  WORK THROUGH THE    *
004445* OPEN REQUESTS ON THE PENDING-REQUEST FILE, OLDEST FIRST.  EACH*
004446* ONE CAN BE APPROVED, REJECTED, OR SKIPPED (LEFT OPEN), WITH A*
004447* COMMENT ON EVERY APPROVAL OR REJECTION.  AN APPROVED REQUEST *
004448* IS APPLIED AS THIS SUPERVISOR, THROUGH THE SAME PARAGRAPHS AS*
004449* THE DIRECT OPTION, SO THE AUDIT AND HISTORY RECORDS ARE THE  *
004450* SAME AS IF THE SUPERVISOR HAD KEYED IT.  ONE THAT CAN NO     *
004451* LONGER BE APPLIED STAYS OPEN UNTIL IT IS REJECTED.           *
004452* THE BATCH WINDOW IS CHECKED AGAIN BEFORE EVERY APPROVAL - A  *
004453* JOB THAT STARTS MID-QUEUE LEAVES THE REQUEST OPEN AND ENDS   *
004454* THE REVIEW.                                                  *
004455*--------------------------------------------------------------*
004456 7000-REVIEW-REQUESTS.
004457     OPEN I-O PENDING-FILE.
004458     IF MN-PENDING-FILE-STATUS = "35"
004459         DISPLAY "*** NO PENDING REQUESTS ON FILE ***"
004460         GO TO 7000-REVIEW-REQUESTS-EXIT
004461     END-IF.
004462     MOVE ZERO TO MN-REVIEW-COUNT.
004463     MOVE "N" TO MN-QUEUE-EOF-SW.
004464     MOVE "N" TO MN-QUEUE-QUIT-SW.
004465     MOVE LOW-VALUES TO PD-REQUEST-KEY.
004466     START PENDING-FILE KEY IS NOT LESS THAN PD-REQUEST-KEY
004467         INVALID KEY
004468             MOVE "Y" TO MN-QUEUE-EOF-SW
004469     END-START.
004470     PERFORM 7100-REVIEW-ONE THRU 7100-REVIEW-ONE-EXIT
004471         UNTIL MN-QUEUE-EOF OR MN-QUEUE-QUIT.
004472     CLOSE PENDING-FILE.
004473     IF MN-REVIEW-COUNT = ZERO
004474         DISPLAY "*** NO OPEN REQUESTS ***"
004475     END-IF.
004476 7000-REVIEW-REQUESTS-EXIT.
004477     EXIT.
004478*
004479 7100-REVIEW-ONE.
004480     READ PENDING-FILE NEXT RECORD
004481         AT END
004482             MOVE "Y" TO MN-QUEUE-EOF-SW
004483     END-READ.
004484     IF MN-QUEUE-EOF
004485         GO TO 7100-REVIEW-ONE-EXIT
004486     END-IF.
004487     IF NOT PD-STATUS-OPEN
004488         GO TO 7100-REVIEW-ONE-EXIT
004489     END-IF.
004490     ADD 1 TO MN-REVIEW-COUNT.
004491     PERFORM 7200-SHOW-REQUEST THRU 7200-SHOW-REQUEST-EXIT.
004492     DISPLAY "A = APPROVE, R = REJECT, S = SKIP, Q = QUIT: "
004493         WITH NO ADVANCING.
004494     ACCEPT MN-REVIEW-CHOICE.
004495     EVALUATE MN-REVIEW-CHOICE
004496         WHEN "A"
004497         WHEN "a"
004498             MOVE "A" TO MN-REVIEW-CHOICE
004499         WHEN "R"
004500         WHEN "r"
004501             MOVE "R" TO MN-REVIEW-CHOICE
004502         WHEN "Q"
004503         WHEN "q"
004504             MOVE "Y" TO MN-QUEUE-QUIT-SW
004505             GO TO 7100-REVIEW-ONE-EXIT
004506         WHEN OTHER
004507             DISPLAY "*** REQUEST LEFT OPEN ***"
004508             GO TO 7100-REVIEW-ONE-EXIT
004509     END-EVALUATE.
004510     IF MN-REVIEW-CHOICE = "A"
004511         PERFORM 1100-CHECK-UPDATE-WINDOW
004512             THRU 1100-CHECK-UPDATE-WINDOW-EXIT
004513         IF SP-BATCH-IN-PROGRESS
004514             DISPLAY "*** " SP-SET-BY " IS RUNNING AGAINST THE "
004515                 "MASTER - REQUEST LEFT OPEN, REVIEW ENDED ***"
004516             MOVE "Y" TO MN-QUEUE-QUIT-SW
004517             GO TO 7100-REVIEW-ONE-EXIT
004518         END-IF
004519     END-IF.
004520     DISPLAY "COMMENT: " WITH NO ADVANCING.
004521     MOVE SPACES TO MN-REVIEW-COMMENT.
004522     ACCEPT MN-REVIEW-COMMENT.
004523     IF MN-REVIEW-CHOICE = "A"
004524         PERFORM 7300-APPLY-REQUEST THRU 7300-APPLY-REQUEST-EXIT
004525         IF MN-APPLY-FAILED
004526             DISPLAY "*** REQUEST NOT APPLIED - LEFT OPEN ***"
004527             IF SP-BATCH-IN-PROGRESS
004528                 MOVE "Y" TO MN-QUEUE-QUIT-SW
004529             END-IF
004530             GO TO 7100-REVIEW-ONE-EXIT
004531         END-IF
004532         SET PD-STATUS-APPROVED TO TRUE
004533     ELSE
004534         SET PD-STATUS-REJECTED TO TRUE
004535     END-IF.
004536     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
004537     ACCEPT MN-RUN-TIME FROM TIME.
004538     MOVE MN-RUN-DATE TO PD-REVIEW-DATE.
004539     MOVE MN-RUN-TIME TO PD-REVIEW-TIME.
004540     MOVE MN-OPERATOR-ID TO PD-REVIEWED-BY.
004541     MOVE MN-REVIEW-COMMENT TO PD-REVIEW-COMMENT.
004542     REWRITE PD-PENDING-RECORD
004543         INVALID KEY
004544             DISPLAY "*** COULD NOT UPDATE THE REQUEST ***"
004545         NOT INVALID KEY
004546             IF PD-STATUS-APPROVED
004547                 DISPLAY "*** REQUEST APPROVED ***"
004548             ELSE
004549                 DISPLAY "*** REQUEST REJECTED ***"
004550             END-IF
004551     END-REWRITE.
004552 7100-REVIEW-ONE-EXIT.
004553     EXIT.
004554*
004555*--------------------------------------------------------------*
004556* 7200-SHOW-REQUEST - WHAT WAS ASKED FOR, BY WHOM AND WHY, AND *
004557* HOW THE TARGET RECORD STANDS ON THE MASTER NOW.              *
004558*--------------------------------------------------------------*
004559 7200-SHOW-REQUEST.
004560     DISPLAY " ".
004561     DISPLAY "REQUESTED " PD-REQUEST-DATE " " PD-REQUEST-TIME
004562         " BY " PD-REQUESTED-BY " (" PD-REQUEST-SOURCE ")".
004563     EVALUATE TRUE
004564         WHEN PD-ACTION-DELETE
004565             DISPLAY "  DELETE KEY " PD-TARGET-KEY
004566         WHEN PD-ACTION-REINSTATE
004567             DISPLAY "  REINSTATE KEY " PD-TARGET-KEY
004568         WHEN PD-ACTION-MERGE
004569             DISPLAY "  MERGE KEY " PD-TARGET-KEY
004570                 " INTO KEY " PD-SURVIVOR-KEY
004571         WHEN OTHER
004572             DISPLAY "  UNKNOWN ACTION " PD-ACTION
004573     END-EVALUATE.
004574     DISPLAY "  REASON: " PD-REASON.
004575     MOVE PD-TARGET-KEY TO NM-RECORD-KEY.
004576     READ NAME-MASTER-FILE
004577         INVALID KEY
004578             DISPLAY "  *** KEY " PD-TARGET-KEY
004579                 " IS NOT ON THE MASTER ***"
004580         NOT INVALID KEY
004581             DISPLAY "  NOW...: "
004582                 PN-LAST-NAME OF NM-MASTER-RECORD ", "
004583                 PN-FIRST-NAME OF NM-MASTER-RECORD
004584                 " STATUS " NM-RECORD-STATUS
004585     END-READ.
004586 7200-SHOW-REQUEST-EXIT.
004587     EXIT.
004588*
004589*--------------------------------------------------------------*
004590* 7300-APPLY-REQUEST - RECHECK THE TARGET AGAINST THE MASTER AS*
004591* IT STANDS NOW (IT MAY HAVE CHANGED SINCE THE CLERK ASKED) AND*
004592* APPLY THE ACTION.  MN-APPLY-OK-SW TELLS 7100 WHETHER IT TOOK.*
004593*--------------------------------------------------------------*
004594 7300-APPLY-REQUEST.
004595     SET MN-APPLY-FAILED TO TRUE.
004596     EVALUATE TRUE
004597         WHEN PD-ACTION-DELETE
004598             PERFORM 7310-APPLY-DELETE-REQUEST
004599                 THRU 7310-APPLY-DELETE-REQUEST-EXIT
004600         WHEN PD-ACTION-REINSTATE
004601             PERFORM 7320-APPLY-REINSTATE-REQUEST
004602                 THRU 7320-APPLY-REINSTATE-REQUEST-EXIT
004603         WHEN PD-ACTION-MERGE
004604             PERFORM 7330-APPLY-MERGE-REQUEST
004605                 THRU 7330-APPLY-MERGE-REQUEST-EXIT
004606     END-EVALUATE.
004607 7300-APPLY-REQUEST-EXIT.
004608     EXIT.
004609*
004610 7310-APPLY-DELETE-REQUEST.
004611     MOVE PD-TARGET-KEY TO NM-RECORD-KEY.
004612     READ NAME-MASTER-FILE
004613         INVALID KEY
004614             DISPLAY "*** KEY " PD-TARGET-KEY
004615                 " NOT ON THE MASTER ***"
004616             GO TO 7310-APPLY-DELETE-REQUEST-EXIT
004617     END-READ.
004618     IF NOT NM-STATUS-ACTIVE
004619         DISPLAY "*** RECORD IS NOT ACTIVE ***"
004620         GO TO 7310-APPLY-DELETE-REQUEST-EXIT
004621     END-IF.
004622     PERFORM 4050-APPLY-DELETE THRU 4050-APPLY-DELETE-EXIT.
004623 7310-APPLY-DELETE-REQUEST-EXIT.
004624     EXIT.
004625*
004626 7320-APPLY-REINSTATE-REQUEST.
004627     MOVE PD-TARGET-KEY TO NM-RECORD-KEY.
004628     READ NAME-MASTER-FILE
004629         INVALID KEY
004630             DISPLAY "*** KEY " PD-TARGET-KEY
004631                 " NOT ON THE MASTER ***"
004632             GO TO 7320-APPLY-REINSTATE-REQUEST-EXIT
004633     END-READ.
004634     IF NM-STATUS-MERGED
004635         DISPLAY "*** RECORD WAS MERGED INTO KEY "
004636             NM-MERGED-TO-KEY " - NOT REINSTATABLE ***"
004637         GO TO 7320-APPLY-REINSTATE-REQUEST-EXIT
004638     END-IF.
004639     IF NOT NM-STATUS-INACTIVE
004640         DISPLAY "*** RECORD IS ALREADY ACTIVE ***"
004641         GO TO 7320-APPLY-REINSTATE-REQUEST-EXIT
004642     END-IF.
004643     PERFORM 4850-APPLY-REINSTATE THRU 4850-APPLY-REINSTATE-EXIT.
004644 7320-APPLY-REINSTATE-REQUEST-EXIT.
004645     EXIT.
004646*
004647 7330-APPLY-MERGE-REQUEST.
004648     MOVE PD-SURVIVOR-KEY TO MN-SURVIVOR-KEY.
004649     MOVE PD-TARGET-KEY TO MN-VICTIM-KEY.
004650     SET MN-MERGE-FAILED TO TRUE.
004651     PERFORM 4910-CHECK-MERGE-PAIR
004652         THRU 4910-CHECK-MERGE-PAIR-EXIT.
004653     IF MN-MERGE-FAILED
004654         GO TO 7330-APPLY-MERGE-REQUEST-EXIT
004655     END-IF.
004656     PERFORM 4930-APPLY-MERGE THRU 4930-APPLY-MERGE-EXIT.
004657 7330-APPLY-MERGE-REQUEST-EXIT.
004658     EXIT.
004659*
004660*--------------------------------------------------------------*
004661* 7500-SUBMIT-REQUEST - A CLERK HAS PICKED A DELETE, REINSTATE,*
004662* OR MERGE AND THE TARGET HAS PASSED THE SAME CHECKS A         *
004663* SUPERVISOR'S WOULD.  THE CALLER HAS SET MN-REQUEST-ACTION AND*
004664* THE TARGET KEY(S).  TAKE A REASON AND QUEUE THE REQUEST ON THE*
004665* PENDING-REQUEST FILE, WHICH IS CREATED ON FIRST USE.  A BLANK*
004666* REASON CANCELS.                                              *
004667*--------------------------------------------------------------*
004668 7500-SUBMIT-REQUEST.
004669     DISPLAY "SUPERVISOR APPROVAL REQUIRED - THE REQUEST WILL BE "
004670         "QUEUED".
004671     DISPLAY "REASON (BLANK CANCELS): " WITH NO ADVANCING.
004672     MOVE SPACES TO MN-REQUEST-REASON.
004673     ACCEPT MN-REQUEST-REASON.
004674     IF MN-REQUEST-REASON = SPACES
004675         DISPLAY "*** REQUEST CANCELLED ***"
004676         GO TO 7500-SUBMIT-REQUEST-EXIT
004677     END-IF.
004678     OPEN I-O PENDING-FILE.
004679     IF MN-PENDING-FILE-STATUS = "35"
004680         OPEN OUTPUT PENDING-FILE
004681     END-IF.
004682     MOVE SPACES TO PD-PENDING-RECORD.
004683     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.
004684     ACCEPT MN-RUN-TIME FROM TIME.
004685     MOVE MN-RUN-DATE TO PD-REQUEST-DATE.
004686     MOVE MN-RUN-TIME TO PD-REQUEST-TIME.
004687     MOVE MN-OPERATOR-ID TO PD-REQUESTED-BY.
004688     MOVE MN-REQUEST-ACTION TO PD-ACTION.
004689     MOVE MN-REQUEST-TARGET-KEY TO PD-TARGET-KEY.
004690     MOVE MN-REQUEST-SURVIVOR-KEY TO PD-SURVIVOR-KEY.
004691     MOVE MN-INTAKE-SOURCE TO PD-REQUEST-SOURCE.
004692     MOVE MN-REQUEST-REASON TO PD-REASON.
004693     SET PD-STATUS-OPEN TO TRUE.
004694     MOVE ZERO TO PD-REVIEW-DATE.
004695     MOVE ZERO TO PD-REVIEW-TIME.
004696     WRITE PD-PENDING-RECORD
004697         INVALID KEY
004698             DISPLAY "*** REQUEST NOT RECORDED - TRY AGAIN ***"
004699         NOT INVALID KEY
004700             DISPLAY "*** REQUEST QUEUED FOR SUPERVISOR "
004701                 "APPROVAL ***"
004702     END-WRITE.
004703     CLOSE PENDING-FILE.
004704 7500-SUBMIT-REQUEST-EXIT.
004705     EXIT.
003747*
003690*--------------------------------------------------------------*
003700* 8000-WRITE-AUDIT-RECORD - APPEND ONE AUDIT RECORD FOR A      *
003710* CHANGE OR DELETE MADE BY THIS PROGRAM.  THE CALLER SETS      *
003720* MN-AUDIT-STATUS-SW BEFORE PERFORMING THIS PARAGRAPH.  A      *
003730* MISSING AUDIT FILE (NO NAME EVER CAPTURED) IS HANDLED THE    *
003740* SAME WAY NAMECAP'S 3000-WRITE-AUDIT-LOG HANDLES IT.           *
003750*--------------------------------------------------------------*
003760 8000-WRITE-AUDIT-RECORD.
003940     MOVE MN-AUDIT-STATUS-SW TO AU-STATUS OF AU-AUDIT-RECORD.
003942     MOVE MN-INTAKE-SOURCE
003944         TO AU-INTAKE-SOURCE OF AU-AUDIT-RECORD.
004180     MOVE NM-RECORD-KEY TO AU-RECORD-KEY OF AU-AUDIT-RECORD.
003950     WRITE AU-AUDIT-RECORD.
003960     CLOSE AUDIT-FILE.
003970 8000-WRITE-AUDIT-RECORD-EXIT.
004044         TO PN-SUFFIX OF HS-AFTER-IMAGE.
004045     MOVE NM-RECORD-STATUS TO HS-AFTER-STATUS.
004046     MOVE NM-STATUS-DATE TO HS-AFTER-STAT-DATE.
004181     MOVE NM-MERGED-TO-KEY TO HS-AFTER-MERGED-TO.
004047     WRITE HS-HISTORY-RECORD.
004048     CLOSE HISTORY-FILE.
004049 8100-WRITE-HISTORY-RECORD-EXIT.
