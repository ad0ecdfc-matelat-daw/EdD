000210*    TYPE, AND BATCH DATE.  A RECYCLED RECORD THAT RE-REJECTED  *
000220*    OVERNIGHT COMES STRAIGHT BACK IN WITH ITS ORIGINAL BATCH   *
000230*    DATE (THE DRIVER PRESERVES IT), SO ITS AGE NEVER RESETS.   *
000236*    A CORRECTION THAT MATCHES NOTHING - USUALLY BECAUSE THE    *
000242*    ACCOUNT NUMBER ITSELF WAS THE FIX - IS LISTED ON THE       *
000248*    CONSOLE WITH THE NAME IT CARRIES, OR FOR A NAME/ADDRESS    *
000254*    ('N') CORRECTION ITS POSTAL CODE AND PHONE, SO CUSTLKUP    *
000260*    CAN FIND THE ACCOUNT IT WAS MEANT FOR, AND ITS QUEUE ENTRY *
000266*    KEEPS AGING UNTIL THE SUPERVISOR RETIRES IT: LINGERING     *
000272*    BEATS VANISHING.                                           *
000280*    RC 0 = QUEUE UPDATED, 4 = CORRECTION TABLE OVERFLOWED      *
000290*    (SOME CORRECTIONS NOT MATCHED), 16 = FILE FAILURE.         *
000300*                                                                *
000310*    MODIFICATION HISTORY.                                      *
000320*    DATE       INIT DESCRIPTION                                *
000330*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000332*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000334*                   CONTROL FILE; REFUSES TO RUN UNTIL THE      *
000336*                   DAILY RUN - AND THE ACK MATCH, WHEN THE     *
000338*                   EXTRACT WAS SENT - HAS ENDED.               *
000339*    10/15/2026 JM   AN UNMATCHED CORRECTION IS LISTED ON THE   *
000340*                   CONSOLE WITH ITS ACCOUNT, TYPE, BATCH       *
000341*                   DATE, AND THE NAME IT CARRIES - OR, FOR AN  *
000342*                   'N' CORRECTION, ITS POSTAL CODE AND PHONE   *
000343*                   - FOR A LOOKUP WITH CUSTLKUP.               *
000344*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SUSPQUPD.
001250 COPY MESSAGES.
001260*
001270 01  DL225-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001272*
001274 01  DL225-CYCLE-AREA.
001276     COPY CYCLE-CALL.
001280*
001290 01  DL225-FILE-STATUS-FIELDS.
001300     05  DL225-QUEUE-IN-STATUS       PIC X(02) VALUE '00'.
001440     05  DL225-MATCH-SWITCH          PIC X(01) VALUE 'N'.
001450         88  DL225-CORRECTION-MATCHED    VALUE 'Y'.
001460         88  DL225-NO-CORRECTION-MATCH   VALUE 'N'.
001463     05  DL225-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001466         88  DL225-CYCLE-STEP-STARTED    VALUE 'Y'.
001470*
001480 01  DL225-COUNTERS.
001490     05  DL225-QUEUE-IN-COUNT        PIC 9(07) VALUE ZERO.
001600*    RETIRING TWO IDENTICAL REJECTS.  2000 SLOTS IS FAR PAST A
001610*    DAY'S CORRECTIONS; AN OVERFLOW IS WARNED AND THE EXTRA
001620*    QUEUE ENTRIES SIMPLY KEEP AGING.
001622*    THE NAME EACH CORRECTION CARRIES IS KEPT SO ONE THAT RETIRES
001624*    NOTHING CAN BE LISTED FOR A LOOKUP.  AN 'N' CORRECTION HAS
001626*    ADDRESS TEXT WHERE A DETAIL CARRIES THE NAME, SO ITS POSTAL
001628*    CODE AND PHONE ARE KEPT IN THE SAME SLOT INSTEAD.
001630 01  DL225-CORRECTION-FIELDS.
001640     05  DL225-COR-MAX               PIC 9(04) COMP VALUE 2000.
001650     05  DL225-COR-COUNT             PIC 9(04) COMP VALUE ZERO.
001690         10  DL225-COR-ACCOUNT       PIC X(10).
001700         10  DL225-COR-TRAN-TYPE     PIC X(01).
001710         10  DL225-COR-BATCH-DATE    PIC 9(08).
001715         10  DL225-COR-NAME          PIC X(30).
001716         10  DL225-COR-NAME-ADDR REDEFINES DL225-COR-NAME.
001717             15  DL225-COR-POSTAL    PIC X(09).
001718             15  DL225-COR-PHONE     PIC X(10).
001719             15  FILLER              PIC X(11).
001720         10  DL225-COR-USED-SWITCH   PIC X(01).
001730*
001740 PROCEDURE DIVISION.
001820     PERFORM 2500-APPEND-SUSPENSE THRU 2500-EXIT.
001830     PERFORM 2600-APPEND-DOWNREJ THRU 2600-EXIT.
001840     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001845     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
001850     STOP RUN.
001860*
001870******************************************************************
001910 1000-INITIALIZE.
001920     MOVE 31 TO DL225-MESSAGE-NUMBER.
001930     DISPLAY DL100-MESSAGE-ENTRY (DL225-MESSAGE-NUMBER).
001935     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
001940     OPEN OUTPUT QUEUE-OUT.
001950     IF DL225-QUEUE-OUT-STATUS NOT = '00'
001960         MOVE 'QUEUE-OUT' TO DL225-ABEND-FILE-NAME
002530                 MOVE RI-TRANS-DATA (2:1) TO
002540                     DL225-COR-TRAN-TYPE (DL225-COR-COUNT)
002550                 MOVE RI-BATCH-DATE TO
002551                     DL225-COR-BATCH-DATE (DL225-COR-COUNT)
002552                 IF RI-TRANS-DATA (2:1) = 'N'
002553                     MOVE SPACES TO
002554                         DL225-COR-NAME (DL225-COR-COUNT)
002555                     MOVE RI-TRANS-DATA (81:9) TO
002556                         DL225-COR-POSTAL (DL225-COR-COUNT)
002557                     MOVE RI-TRANS-DATA (90:10) TO
002558                         DL225-COR-PHONE (DL225-COR-COUNT)
002559                 ELSE
002560                     MOVE RI-TRANS-DATA (13:30) TO
002561                         DL225-COR-NAME (DL225-COR-COUNT)
002562                 END-IF
002570                 MOVE 'N' TO
002580                     DL225-COR-USED-SWITCH (DL225-COR-COUNT)
002590             END-IF
002670 1110-EXIT.
002680     EXIT.
002690*
002691******************************************************************
002692*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002693*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002694*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR     *
002695*    THE CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY     *
002696*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002697******************************************************************
002698 1800-START-CYCLE-STEP.
002699     MOVE SPACES TO DL225-CYCLE-AREA.
002700     MOVE ZERO TO CP-PROCESS-DATE.
002701     MOVE 'S' TO CP-FUNCTION.
002702     MOVE 'DL225' TO CP-STEP-ID.
002703     MOVE RETURN-CODE TO CP-STEP-RC.
002704     CALL 'CYCLCTL' USING DL225-CYCLE-AREA.
002705     MOVE CP-STEP-RC TO RETURN-CODE.
002706     IF NOT CP-CLEARED
002707         MOVE 52 TO DL225-MESSAGE-NUMBER
002708         DISPLAY DL100-MESSAGE-ENTRY (DL225-MESSAGE-NUMBER)
002709         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002710         MOVE 16 TO RETURN-CODE
002711         STOP RUN
002712     END-IF.
002713     MOVE 'Y' TO DL225-CYCLE-SWITCH.
002714 1800-EXIT.
002715     EXIT.
002716*
002717******************************************************************
002718*    2000-PASS-OLD-QUEUE - CARRY EVERY OLD QUEUE ENTRY FORWARD   *
002720*    UNLESS ONE OF YESTERDAY'S CORRECTIONS RETIRES IT.  THE      *
002730*    FILE IS OPTIONAL - THE VERY FIRST RUN STARTS EMPTY.         *
002740******************************************************************
004990     IF DL225-UNMATCHED-COUNT > ZERO
005000         DISPLAY 'SUSPQUPD - CORRECTIONS THAT RETIRED NO QUEUE '
005010             'ENTRY: ' DL225-UNMATCHED-COUNT
005012         DISPLAY 'SUSPQUPD - LOOK THEM UP WITH CUSTLKUP BY NAME, '
005014             'POSTAL CODE, OR PHONE TO FIND THE ACCOUNTS THEY '
005016             'WERE MEANT FOR'
005020     END-IF.
005030     MOVE 32 TO DL225-MESSAGE-NUMBER.
005040     DISPLAY DL100-MESSAGE-ENTRY (DL225-MESSAGE-NUMBER)
005110     EXIT.
005120*
005130******************************************************************
005136*    3100-COUNT-ONE-UNMATCHED - ONE CORRECTION KEY THAT NEVER    *
005142*    MATCHED A QUEUE ENTRY.  IT IS LISTED ON THE CONSOLE FOR A   *
005148*    LOOKUP WITH CUSTLKUP - BY THE NAME IT CARRIES, OR FOR AN    *
005154*    'N' CORRECTION BY ITS POSTAL CODE AND PHONE.                *
005160******************************************************************
005170 3100-COUNT-ONE-UNMATCHED.
005180     IF DL225-COR-USED-SWITCH (DL225-COR-INDEX) = 'N'
005181         ADD 1 TO DL225-UNMATCHED-COUNT
005182         IF DL225-COR-TRAN-TYPE (DL225-COR-INDEX) = 'N'
005183             DISPLAY 'SUSPQUPD - UNMATCHED CORRECTION - ACCOUNT '
005184                 DL225-COR-ACCOUNT (DL225-COR-INDEX)
005185                 ' TYPE ' DL225-COR-TRAN-TYPE (DL225-COR-INDEX)
005186                 ' BATCH ' DL225-COR-BATCH-DATE (DL225-COR-INDEX)
005187                 ' POSTAL ' DL225-COR-POSTAL (DL225-COR-INDEX)
005188                 ' PHONE ' DL225-COR-PHONE (DL225-COR-INDEX)
005189         ELSE
005190             DISPLAY 'SUSPQUPD - UNMATCHED CORRECTION - ACCOUNT '
005191                 DL225-COR-ACCOUNT (DL225-COR-INDEX)
005192                 ' TYPE ' DL225-COR-TRAN-TYPE (DL225-COR-INDEX)
005193                 ' BATCH ' DL225-COR-BATCH-DATE (DL225-COR-INDEX)
005194                 ' NAME ' DL225-COR-NAME (DL225-COR-INDEX)
005195         END-IF
005196     END-IF.
005210 3100-EXIT.
005220     EXIT.
005230*
005231******************************************************************
005232*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
005233*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
005234*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
005235*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
005236*    CHECKS THE CYCLE STATUS.                                    *
005237******************************************************************
005238 8900-END-CYCLE-STEP.
005239     IF NOT DL225-CYCLE-STEP-STARTED
005240         GO TO 8900-EXIT
005241     END-IF.
005242     MOVE 'N' TO DL225-CYCLE-SWITCH.
005243     MOVE 'E' TO CP-FUNCTION.
005244     MOVE RETURN-CODE TO CP-STEP-RC.
005245     CALL 'CYCLCTL' USING DL225-CYCLE-AREA.
005246     MOVE CP-STEP-RC TO RETURN-CODE.
005247     IF NOT CP-CLEARED
005248         MOVE 55 TO DL225-MESSAGE-NUMBER
005249         DISPLAY DL100-MESSAGE-ENTRY (DL225-MESSAGE-NUMBER)
005250         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
005251     END-IF.
005252 8900-EXIT.
005253     EXIT.
005254*
005255******************************************************************
005256*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
005260*    STATUS.                                                     *
005270******************************************************************
005280 9999-ABEND-PARAGRAPH.
005320             ' STATUS: ' DL225-ABEND-FILE-STATUS
005330             ' QUEUE RECORDS WRITTEN: ' DL225-QUEUE-OUT-COUNT.
005340     MOVE 16 TO RETURN-CODE.
005345     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
005350     STOP RUN.
