000220* RECORD IS BUILT FROM THE PROMPTS.  SHARED BY OBTAININPUT     *
000230* (AFTER A CAPTURE IS ACCEPTED) AND NAMEMAIN (BROWSE/CHANGE)   *
000240* SO BOTH PATHS DRIVE THE SAME ADDRESS HANDLING.               *
000241*                                                              *
000242* THE STATE, POSTAL CODE, AND PHONE ARE CHECKED BY NAMEADRV    *
000243* AGAINST THE NAMESTRF STATE REFERENCE FILE BEFORE ANYTHING IS *
000244* WRITTEN.  AN UNKNOWN STATE, A MALFORMED POSTAL CODE, OR A    *
000245* MALFORMED PHONE IS REFUSED - THE OPERATOR CORRECTS IT OR     *
000246* LEAVES WITHOUT SAVING.  A POSTAL CODE OUTSIDE THE STATE'S    *
000247* RANGES IS A WARNING THE OPERATOR MAY CONFIRM, SINCE THE      *
000248* RANGES CANNOT KNOW EVERY BORDER-TOWN EXCEPTION.              *
000250*--------------------------------------------------------------*
000260* MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000280* DATE       INIT  DESCRIPTION                                 *
000290* 2026-08-22 SV    ORIGINAL PROGRAM.                           *
000291* 2026-10-15 SV    CHECK THE STATE, POSTAL CODE, AND PHONE     *
000292*                  THROUGH THE NEW NAMEADRV MODULE AND THE     *
000293*                  NAMESTRF STATE REFERENCE FILE; REFUSE A BAD *
000294*                  ONE AND ASK BEFORE KEEPING A POSTAL CODE    *
000295*                  THAT DOES NOT MATCH THE STATE.              *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000580 77  AC-INPUT-STATE              PIC X(02).
000590 77  AC-INPUT-POSTAL             PIC X(10).
000600 77  AC-INPUT-PHONE              PIC X(15).
000601 77  AC-ENTRY-SW                 PIC X(01) VALUE "P".
000602     88  AC-ENTRY-PENDING                    VALUE "P".
000603     88  AC-ENTRY-ACCEPTED                   VALUE "A".
000604     88  AC-ENTRY-ABANDONED                  VALUE "X".
000605 77  AC-CONFIRM                  PIC X(01).
000606 01  AC-ADDRESS-PARMS.
000607     COPY NAMEADRP.
000610*
000620 LINKAGE SECTION.
000630 01  AC-PARENT-KEY               PIC 9(07).
000700     PERFORM 1000-OPEN-ADDRESS-FILE
000710         THRU 1000-OPEN-ADDRESS-FILE-EXIT.
000720     PERFORM 2000-FETCH-CURRENT THRU 2000-FETCH-CURRENT-EXIT.
000730     PERFORM 3000-PROMPT-FIELDS THRU 3000-PROMPT-FIELDS-EXIT
000740         UNTIL NOT AC-ENTRY-PENDING.
000741     IF AC-ENTRY-ACCEPTED
000742         PERFORM 4000-PUT-ADDRESS THRU 4000-PUT-ADDRESS-EXIT
000743     ELSE
000744         DISPLAY "*** ADDRESS NOT SAVED ***"
000745     END-IF.
000750     CLOSE ADDRESS-FILE.
000760     GOBACK.
000770*
001140         DISPLAY "  PHONE.: " AD-PHONE
001150         DISPLAY "ENTER CORRECTED VALUES - BLANK KEEPS CURRENT"
001160     ELSE
001165         MOVE SPACES TO AD-ADDRESS-RECORD
001170         DISPLAY "NO ADDRESS ON FILE - ENTER THE NEW ADDRESS"
001180     END-IF.
001190 2000-FETCH-CURRENT-EXIT.
001210*
001220*--------------------------------------------------------------*
001230* 3000-PROMPT-FIELDS - BLANK INPUT ON ANY FIELD KEEPS THE      *
001240* CURRENT VALUE (OR LEAVES A NEW RECORD'S FIELD EMPTY), THEN   *
001242* THE ADDRESS IS CHECKED.  REPEATED UNTIL IT IS ACCEPTED OR    *
001244* THE OPERATOR GIVES UP; ON A REPEAT, BLANK KEEPS WHAT WAS     *
001246* KEYED LAST TIME.                                             *
001250*--------------------------------------------------------------*
001260 3000-PROMPT-FIELDS.
001300     DISPLAY "STREET ADDRESS: " WITH NO ADVANCING.
001310     ACCEPT AC-INPUT-STREET.
001320     IF AC-INPUT-STREET NOT = SPACES
001520     IF AC-INPUT-PHONE NOT = SPACES
001530         MOVE AC-INPUT-PHONE TO AD-PHONE
001540     END-IF.
001545     PERFORM 3500-EDIT-ADDRESS THRU 3500-EDIT-ADDRESS-EXIT.
001550 3000-PROMPT-FIELDS-EXIT.
001560     EXIT.
001570*
001820*--------------------------------------------------------------*
001830* 3500-EDIT-ADDRESS - CHECK THE STATE, POSTAL CODE, AND PHONE  *
001840* THROUGH NAMEADRV (WHICH ALSO RAISES THE STATE TO CAPITALS).  *
001850* A BAD FIELD IS REFUSED: THE OPERATOR KEYS THE ADDRESS AGAIN  *
001860* OR LEAVES IT UNSAVED.  A POSTAL CODE OUTSIDE THE STATE'S     *
001870* RANGES IS KEPT ONLY IF THE OPERATOR CONFIRMS IT.             *
001880*--------------------------------------------------------------*
001890 3500-EDIT-ADDRESS.
001900     MOVE AD-STATE TO AV-STATE.
001910     MOVE AD-POSTAL-CODE TO AV-POSTAL-CODE.
001920     MOVE AD-PHONE TO AV-PHONE.
001930     CALL "NAMEADRV" USING AC-ADDRESS-PARMS.
001940     MOVE AV-STATE TO AD-STATE.
001950     SET AC-ENTRY-ACCEPTED TO TRUE.
001960     IF AV-REFERENCE-MISSING
001970         DISPLAY "NOTE: NO STATE REFERENCE FILE - STATE AND "
001980             "POSTAL CODE NOT MATCHED"
001990     END-IF.
002000     IF AV-STATE-UNKNOWN
002010         DISPLAY "*** STATE " AD-STATE
002020             " IS NOT A VALID STATE CODE ***"
002030     END-IF.
002040     IF AV-POSTAL-MALFORMED
002050         DISPLAY "*** POSTAL CODE " AD-POSTAL-CODE
002060             " IS NOT NNNNN OR NNNNN-NNNN ***"
002070     END-IF.
002080     IF AV-PHONE-MALFORMED
002090         DISPLAY "*** PHONE " AD-PHONE
002100             " IS NOT A 10-DIGIT NUMBER WITH AREA CODE ***"
002110     END-IF.
002120     IF AV-ADDRESS-ERROR
002130         DISPLAY "CORRECT THE ADDRESS? (Y/N): " WITH NO ADVANCING
002140         ACCEPT AC-CONFIRM
002150         IF AC-CONFIRM = "Y" OR AC-CONFIRM = "y"
002160             SET AC-ENTRY-PENDING TO TRUE
002170             DISPLAY "ENTER CORRECTED VALUES - BLANK KEEPS "
002180                 "WHAT WAS KEYED"
002190         ELSE
002200             SET AC-ENTRY-ABANDONED TO TRUE
002210         END-IF
002220         GO TO 3500-EDIT-ADDRESS-EXIT
002230     END-IF.
002240     IF AV-POSTAL-MISMATCH
002250         DISPLAY "*** POSTAL CODE " AD-POSTAL-CODE
002260             " IS NOT IN THE RANGE FOR " AD-STATE " "
002270             AV-STATE-NAME
002280         DISPLAY "KEEP THIS POSTAL CODE? (Y/N): "
002290             WITH NO ADVANCING
002300         ACCEPT AC-CONFIRM
002310         IF AC-CONFIRM NOT = "Y" AND AC-CONFIRM NOT = "y"
002320             SET AC-ENTRY-PENDING TO TRUE
002330             DISPLAY "ENTER CORRECTED VALUES - BLANK KEEPS "
002340                 "WHAT WAS KEYED"
002350         END-IF
002360     END-IF.
002370 3500-EDIT-ADDRESS-EXIT.
002380     EXIT.
002390*
001580*--------------------------------------------------------------*
001590* 4000-PUT-ADDRESS - REWRITE AN EXISTING CHILD RECORD, WRITE A *
001600* NEW ONE.                                                     *
