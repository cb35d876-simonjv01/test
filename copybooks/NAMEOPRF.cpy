001560*                                   INTERACTIVELY, THE WAY A   *
001570*                                   BATCH LOAD STAMPS ITS      *
001580*                                   HEADER'S FILE SOURCE.      *
001582*                  2026-10-15 SV    ADDED THE "LOCKED" PROFILE *
001584*                                   STATUS AND OP-LOCK-DATE/   *
001586*                                   TIME - NAMEOPRV LOCKS A    *
001588*                                   PROFILE AFTER REPEATED     *
001590*                                   FAILED SIGN-ONS AND ONLY A *
001592*                                   SUPERVISOR CAN UNLOCK IT   *
001594*                                   IN NAMEOPRM.               *
001600*--------------------------------------------------------------*
001700     05  OP-OPERATOR-ID          PIC X(08).
001800     05  OP-OPERATOR-NAME        PIC X(25).
002200     05  OP-PROFILE-STATUS       PIC X(01).
002300         88  OP-PROFILE-ACTIVE           VALUE "A".
002400         88  OP-PROFILE-INACTIVE         VALUE "I".
002450         88  OP-PROFILE-LOCKED           VALUE "L".
002500     05  OP-INTAKE-SOURCE        PIC X(08).
002600     05  OP-LOCK-DATE            PIC 9(08).
002700     05  OP-LOCK-TIME            PIC 9(06).
