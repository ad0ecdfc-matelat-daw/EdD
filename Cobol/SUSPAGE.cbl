000266*                   SUSPENSE FILE - THE DAILY FILE IS REBUILT    *
000268*                   EVERY NIGHT, SO NOTHING ON IT COULD EVER     *
000269*                   AGE PAST ONE DAY.  NO LOGIC CHANGED HERE.    *
000271*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000273*                   CONTROL FILE; REFUSES TO RUN UNTIL THE      *
000275*                   SUSPENSE QUEUE UPDATE HAS ENDED.            *
000278*    10/15/2026 JM   THE PROCESS DATE IS NOW THE CYCLE DATE     *
000281*                   CYCLCTL RETURNS, NOT THE CLOCK - A RUN      *
000284*                   PAST MIDNIGHT DATED ITS OUTPUT A DAY LATE.  *
000288*                                                                *
000289******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SUSPAGE.
000310 AUTHOR. J. MATELAT.
000700 COPY MESSAGES.
000710*
000720 01  DL220-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000722*
000724 01  DL220-CYCLE-AREA.
000726     COPY CYCLE-CALL.
000730*
000740 01  DL220-FILE-STATUS-FIELDS.
000750     05  DL220-SUSPENSE-IN-STATUS    PIC X(02) VALUE '00'.
000830     05  DL220-EOF-SWITCH            PIC X(01) VALUE 'N'.
000840         88  DL220-END-OF-FILE           VALUE 'Y'.
000850         88  DL220-NOT-END-OF-FILE       VALUE 'N'.
000853     05  DL220-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
000856         88  DL220-CYCLE-STEP-STARTED    VALUE 'Y'.
000860*
000870 01  DL220-COUNTERS.
000880     05  DL220-RECORD-COUNT          PIC 9(07) VALUE ZERO.
002170     PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
002180         UNTIL DL220-END-OF-FILE.
002190     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002195     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002200     STOP RUN.
002210*
002220******************************************************************
002270     MOVE 21 TO DL220-MESSAGE-NUMBER.
002280     DISPLAY DL100-MESSAGE-ENTRY (DL220-MESSAGE-NUMBER).
002290     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002305     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002310     MOVE DL220-PROCESS-DATE TO DL220-CONV-DATE.
002320     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT.
002330     MOVE DL220-CONV-SERIAL TO DL220-TODAY-SERIAL.
002787 1150-EXIT.
002788     EXIT.
002790*
002791******************************************************************
002792*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002793*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002794*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR THE *
002795*    CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY         *
002796*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002797*    THE CYCLE DATE CYCLCTL HANDS BACK BECOMES THE PROCESS DATE, *
002798*    SO A RUN THAT STARTS AFTER MIDNIGHT STILL DATES ITS OUTPUT  *
002799*    BY THE NIGHT IT BELONGS TO.                                 *
002800******************************************************************
002801 1800-START-CYCLE-STEP.
002802     MOVE SPACES TO DL220-CYCLE-AREA.
002803     MOVE ZERO TO CP-PROCESS-DATE.
002804     MOVE 'S' TO CP-FUNCTION.
002805     MOVE 'DL220' TO CP-STEP-ID.
002806     MOVE RETURN-CODE TO CP-STEP-RC.
002807     CALL 'CYCLCTL' USING DL220-CYCLE-AREA.
002808     MOVE CP-STEP-RC TO RETURN-CODE.
002809     IF NOT CP-CLEARED
002810         MOVE 53 TO DL220-MESSAGE-NUMBER
002811         DISPLAY DL100-MESSAGE-ENTRY (DL220-MESSAGE-NUMBER)
002812         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002813         MOVE 16 TO RETURN-CODE
002814         STOP RUN
002815     END-IF.
002816     MOVE 'Y' TO DL220-CYCLE-SWITCH.
002817     MOVE CP-PROCESS-DATE TO DL220-PROCESS-DATE.
002818 1800-EXIT.
002819     EXIT.
002820*
002821******************************************************************
002822*    2000-AGE-ONE-RECORD - AGE THE SUSPENSE RECORD IN THE        *
002823*    BUFFER, ROLL IT INTO THE BUCKETS AND THE REASON COUNTS,     *
002830*    PRINT ITS DETAIL LINE, HOLD IT FOR THE ESCALATION PAGE      *
002840*    WHEN IT IS PAST THE AGREED AGE, AND READ THE NEXT.  A       *
002850*    RECORD WITH AN UNUSABLE BATCH DATE GOES STRAIGHT TO THE     *
006140 8200-EXIT.
006150     EXIT.
006160*
006161******************************************************************
006162*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
006163*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
006164*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
006165*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
006166*    CHECKS THE CYCLE STATUS.                                    *
006167******************************************************************
006168 8900-END-CYCLE-STEP.
006169     IF NOT DL220-CYCLE-STEP-STARTED
006170         GO TO 8900-EXIT
006171     END-IF.
006172     MOVE 'N' TO DL220-CYCLE-SWITCH.
006173     MOVE 'E' TO CP-FUNCTION.
006174     MOVE RETURN-CODE TO CP-STEP-RC.
006175     CALL 'CYCLCTL' USING DL220-CYCLE-AREA.
006176     MOVE CP-STEP-RC TO RETURN-CODE.
006177     IF NOT CP-CLEARED
006178         MOVE 55 TO DL220-MESSAGE-NUMBER
006179         DISPLAY DL100-MESSAGE-ENTRY (DL220-MESSAGE-NUMBER)
006180         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
006181     END-IF.
006182 8900-EXIT.
006183     EXIT.
006184*
006185******************************************************************
006186*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
006190*    STATUS.                                                     *
006200******************************************************************
006210 9999-ABEND-PARAGRAPH.
006250             ' STATUS: ' DL220-ABEND-FILE-STATUS
006260             ' RECORDS READ: ' DL220-RECORD-COUNT.
006270     MOVE 16 TO RETURN-CODE.
006275     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
006280     STOP RUN.
