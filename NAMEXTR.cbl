000367*                  NIGHT'S FILE.  ONLY A NORMAL RUN APPENDS A   *
000368*                  RUN-CONTROL RECORD - A REPLAY IS NOT PART    *
000369*                  OF THE NIGHTLY STREAM NAMEEOD BALANCES.      *
000371* 2026-10-15 SV    ALSO EXTRACT RECORDS WHOSE NAME WAS          *
000373*                  CORRECTED TODAY (NM-CHANGE-DATE), AND        *
000375*                  STAMP NM-EXTRACT-DATE ON EVERY RECORD SENT,  *
000376*                  SO THE NEW NAMEHRIN INBOUND JOB CAN TELL A   *
000377*                  NAME CHANGED HERE SINCE HR/CRM LAST SAW IT.  *
000378* 2026-10-15 SV    NEVER EXTRACT A RECORD WHOSE PERSONAL DATA   *
000379*                  HAS BEEN ERASED (NM-ERASED-DATE SET BY THE   *
000381*                  NEW NAMEERAS JOB), IN ANY RUN MODE.          *
000336*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
001121*--------------------------------------------------------------*
001122* 2100-READ-AND-EXTRACT - READ THE NEXT MASTER RECORD AND LET  *
001123* THE RUN MODE DECIDE WHETHER IT BELONGS ON THE FEED: NORMAL   *
001124* TAKES TODAY'S ENTRY, STATUS, OR NAME-CHANGE DATES, REPLAY    *
001125* TAKES THOSE DATES INSIDE THE FROM/TO RANGE, PENDING TAKES    *
001126* EVERY RECORD STILL OWED AN ACKNOWLEDGMENT, AND REFRESH TAKES *
001127* EVERY ACTIVE RECORD.  A RECORD WHOSE PERSONAL DATA HAS BEEN  *
001129* ERASED IS NEVER SENT AGAIN, WHATEVER THE MODE.               *
001128*--------------------------------------------------------------*
001130 2100-READ-AND-EXTRACT.
001140     READ NAME-MASTER-FILE NEXT RECORD
001171     IF XT-MASTER-EOF
001172         GO TO 2100-READ-AND-EXTRACT-EXIT
001173     END-IF.
001180     IF NM-ERASED-DATE OF NM-MASTER-RECORD NOT = ZERO
001213         GO TO 2100-READ-AND-EXTRACT-EXIT
001214     END-IF.
001174     MOVE "N" TO XT-SELECT-SW.
001175     EVALUATE TRUE
001176         WHEN XT-MODE-NORMAL
001178                     = XT-RUN-DATE
001179                 OR NM-STATUS-DATE OF NM-MASTER-RECORD
001181                     = XT-RUN-DATE
001190                 OR NM-CHANGE-DATE OF NM-MASTER-RECORD
001200                     = XT-RUN-DATE
001182                 SET XT-SELECTED TO TRUE
001183             END-IF
001184         WHEN XT-MODE-REPLAY
001191                     NOT < XT-FROM-DATE
001192                 AND NM-STATUS-DATE OF NM-MASTER-RECORD
001193                     NOT > XT-TO-DATE)
001208                 OR (NM-CHANGE-DATE OF NM-MASTER-RECORD
001209                     NOT < XT-FROM-DATE
001211                 AND NM-CHANGE-DATE OF NM-MASTER-RECORD
001212                     NOT > XT-TO-DATE)
001194                 SET XT-SELECTED TO TRUE
001195             END-IF
001196         WHEN XT-MODE-PENDING
001459     WRITE XT-OUTPUT-LINE.
001460     ADD 1 TO XT-EXTRACT-COUNT.
001462     SET NM-ACK-PENDING TO TRUE.
001463     MOVE XT-RUN-DATE TO NM-EXTRACT-DATE OF NM-MASTER-RECORD.
001464     REWRITE NM-MASTER-RECORD
001466         INVALID KEY
001468             DISPLAY "*** COULD NOT MARK KEY " NM-RECORD-KEY
