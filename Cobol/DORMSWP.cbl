000260*    MODIFICATION HISTORY.                                      *
000270*    DATE       INIT DESCRIPTION                                *
000280*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000283*    10/15/2026 JM   JOURNAL RECORD GREW 314 TO 329 BYTES - THE *
000286*                   REVERSAL REFERENCE IS ZERO ON A SWEEP.      *
000287*    10/15/2026 JM   JOURNAL RECORD GREW 329 TO 337 BYTES - A   *
000288*                   SWEEP'S BATCH DATE IS ITS PROCESS DATE.     *
000290*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000292*                   CONTROL FILE; REFUSES TO RUN BEFORE THE     *
000294*                   TRIAL BALANCE HAS ENDED, OR ONCE THE AUDIT  *
000296*                   HISTORY LOAD HAS RUN.                       *
000299*    10/15/2026 JM   CUSTOMER MASTER GREW 147 TO 156 AND        *
000300*                   JOURNAL 337 TO 355 WITH THE RETURNED-MAIL   *
000301*                   FIELDS.                                     *
000302*    10/15/2026 JM   THE PROCESS DATE IS NOW THE CYCLE DATE     *
000303*                   CYCLCTL RETURNS, NOT THE CLOCK - A RUN      *
000304*                   PAST MIDNIGHT DATED ITS OUTPUT A DAY LATE.  *
000308*                                                                *
000309******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DORMSWP.
000330 AUTHOR. J. MATELAT.
000650*
000660 FD  CUSTOMER-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 156 CHARACTERS.
000690 01  CUSTOMER-MASTER-RECORD.
000700     COPY CUSTOMER-RECORD.
000710*
000720 FD  AUDIT-JOURNAL
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 355 CHARACTERS.
000750 01  AUDIT-JOURNAL-RECORD.
000760     COPY AUDIT-RECORD.
000770*
000850 COPY MESSAGES.
000860*
000870 01  DL250-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000872*
000874 01  DL250-CYCLE-AREA.
000876     COPY CYCLE-CALL.
000880*
000890 01  DL250-FILE-STATUS-FIELDS.
000900     05  DL250-CUST-MST-STATUS       PIC X(02) VALUE '00'.
000990     05  DL250-EOF-SWITCH            PIC X(01) VALUE 'N'.
001000         88  DL250-END-OF-FILE           VALUE 'Y'.
001010         88  DL250-NOT-END-OF-FILE       VALUE 'N'.
001013     05  DL250-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001016         88  DL250-CYCLE-STEP-STARTED    VALUE 'Y'.
001020*
001030 01  DL250-COUNTERS.
001040     05  DL250-MASTER-COUNT          PIC 9(07) VALUE ZERO.
001260*    SAME DAY CANNOT COLLIDE ON THE AUDIT HISTORY KEY.
001270 01  DL250-AUDIT-SEQUENCE            PIC 9(07) VALUE 9000000.
001280*
001290 01  DL250-AUDIT-BEFORE-AREA         PIC X(156) VALUE SPACES.
001300*
001310 01  DL250-REPORT-HEADING-LINE.
001320     05  FILLER                      PIC X(01) VALUE '1'.
001970     PERFORM 2000-SWEEP-ONE-MASTER THRU 2000-EXIT
001980         UNTIL DL250-END-OF-FILE.
001990     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001995     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002000     STOP RUN.
002010*
002020******************************************************************
002100     MOVE 29 TO DL250-MESSAGE-NUMBER.
002110     DISPLAY DL100-MESSAGE-ENTRY (DL250-MESSAGE-NUMBER).
002120     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002135     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002140     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
002150     DISPLAY 'DORMANCY CUTOFF: ' DL250-CUTOFF-DATE
002160         ' (' DL250-DORMANT-MONTHS ' MONTHS)'.
002900 1210-EXIT.
002910     EXIT.
002920*
002921******************************************************************
002922*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002923*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002924*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR THE *
002925*    CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY         *
002926*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002927*    THE CYCLE DATE CYCLCTL HANDS BACK BECOMES THE PROCESS DATE, *
002928*    SO A RUN THAT STARTS AFTER MIDNIGHT STILL DATES ITS OUTPUT  *
002929*    BY THE NIGHT IT BELONGS TO.                                 *
002930******************************************************************
002931 1800-START-CYCLE-STEP.
002932     MOVE SPACES TO DL250-CYCLE-AREA.
002933     MOVE ZERO TO CP-PROCESS-DATE.
002934     MOVE 'S' TO CP-FUNCTION.
002935     MOVE 'DL250' TO CP-STEP-ID.
002936     MOVE RETURN-CODE TO CP-STEP-RC.
002937     CALL 'CYCLCTL' USING DL250-CYCLE-AREA.
002938     MOVE CP-STEP-RC TO RETURN-CODE.
002939     IF NOT CP-CLEARED
002940         MOVE 49 TO DL250-MESSAGE-NUMBER
002941         DISPLAY DL100-MESSAGE-ENTRY (DL250-MESSAGE-NUMBER)
002942         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002943         MOVE 16 TO RETURN-CODE
002944         STOP RUN
002945     END-IF.
002946     MOVE 'Y' TO DL250-CYCLE-SWITCH.
002947     MOVE CP-PROCESS-DATE TO DL250-PROCESS-DATE.
002948 1800-EXIT.
002949     EXIT.
002950*
002951******************************************************************
002952*    2000-SWEEP-ONE-MASTER - RULE ON THE MASTER RECORD IN THE    *
002953*    BUFFER AND READ THE NEXT.  AN ACTIVE ACCOUNT PAST THE       *
002960*    CUTOFF GOES DORMANT; AN ALREADY-DORMANT ACCOUNT IS LISTED   *
002970*    AS LONG DORMANT; EVERYTHING ELSE PASSES UNTOUCHED.          *
002980******************************************************************
003400     MOVE 'S' TO AJ-TRAN-TYPE-CODE.
003410     MOVE DL250-AUDIT-BEFORE-AREA TO AJ-BEFORE-IMAGE.
003420     MOVE CUSTOMER-MASTER-RECORD TO AJ-AFTER-IMAGE.
003425     MOVE ZERO TO AJ-REVERSED-DATE AJ-REVERSED-SEQUENCE.
003427     MOVE DL250-PROCESS-DATE TO AJ-BATCH-DATE.
003430     WRITE AUDIT-JOURNAL-RECORD.
003440     IF DL250-AUDIT-JNL-STATUS NOT = '00'
003450         MOVE 'AUDIT-JNL' TO DL250-ABEND-FILE-NAME
004419 3100-EXIT.
004421     EXIT.
004422*
004423******************************************************************
004424*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
004425*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
004426*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
004427*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
004428*    CHECKS THE CYCLE STATUS.                                    *
004429******************************************************************
004430 8900-END-CYCLE-STEP.
004431     IF NOT DL250-CYCLE-STEP-STARTED
004432         GO TO 8900-EXIT
004433     END-IF.
004434     MOVE 'N' TO DL250-CYCLE-SWITCH.
004435     MOVE 'E' TO CP-FUNCTION.
004436     MOVE RETURN-CODE TO CP-STEP-RC.
004437     CALL 'CYCLCTL' USING DL250-CYCLE-AREA.
004438     MOVE CP-STEP-RC TO RETURN-CODE.
004439     IF NOT CP-CLEARED
004440         MOVE 55 TO DL250-MESSAGE-NUMBER
004441         DISPLAY DL100-MESSAGE-ENTRY (DL250-MESSAGE-NUMBER)
004442         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
004443     END-IF.
004444 8900-EXIT.
004445     EXIT.
004446*
004447******************************************************************
004448*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
004450*    STATUS.                                                     *
004460******************************************************************
004470 9999-ABEND-PARAGRAPH.
004510             ' STATUS: ' DL250-ABEND-FILE-STATUS
004520             ' MASTER RECORDS READ: ' DL250-MASTER-COUNT.
004530     MOVE 16 TO RETURN-CODE.
004535     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
004540     STOP RUN.
