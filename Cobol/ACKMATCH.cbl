000328*                   UPDATE IS ALREADY ON THE MASTER, SO THE     *
000329*                   DRIVER WRITES THE EXTRACT RECORD WITHOUT    *
000331*                   REAPPLYING IT (SEE HELLO-WORLD'S 1517).     *
000332*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000333*                   CONTROL FILE UNDER THE EXTRACT'S PROCESS    *
000334*                   DATE.  THE MATCH IS REFUSED UNTIL THAT      *
000335*                   NIGHT'S DAILY RUN (DL100) HAS ENDED, AND    *
000336*                   ONCE THE SUSPENSE QUEUE UPDATE (DL225) HAS  *
000337*                   TAKEN THE NIGHT'S SUSPENSE.  THE EXTRACT    *
000338*                   IS NOW READ BEFORE THE OTHER FILES ARE      *
000339*                   OPENED SO A REFUSED RUN LEAVES THEM ALONE.  *
000340*                                                                *
000341******************************************************************
000342 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ACKMATCH.
000360 AUTHOR. J. MATELAT.
000370 INSTALLATION. EDD BATCH SYSTEMS.
000920 COPY MESSAGES.
000930*
000940 01  DL140-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000942*
000944 01  DL140-CYCLE-AREA.
000946     COPY CYCLE-CALL.
000950*
000960 01  DL140-FILE-STATUS-FIELDS.
000970     05  DL140-EXTRACT-IN-STATUS     PIC X(02) VALUE '00'.
001090     05  DL140-ACK-EOF-SWITCH        PIC X(01) VALUE 'N'.
001100         88  DL140-ACK-AT-END            VALUE 'Y'.
001110         88  DL140-ACK-NOT-AT-END        VALUE 'N'.
001113     05  DL140-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001116         88  DL140-CYCLE-STEP-STARTED    VALUE 'Y'.
001120*
001130 01  DL140-COUNTERS.
001140     05  DL140-EXTRACT-COUNT         PIC 9(07) VALUE ZERO.
001750     PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
001760         UNTIL DL140-EXTRACT-AT-END AND DL140-ACK-AT-END.
001770     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001775     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
001780     STOP RUN.
001790*
001800******************************************************************
001810*    1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADINGS, AND   *
001820*    PRIME BOTH READ LOOPS.  THE EXTRACT IS OPENED AND PRIMED    *
001822*    FIRST SO ITS PROCESS DATE CAN BE CLEARED WITH CYCLE         *
001824*    CONTROL BEFORE ANY OUTPUT FILE IS OPENED.                   *
001830******************************************************************
001840 1000-INITIALIZE.
001850     MOVE 12 TO DL140-MESSAGE-NUMBER.
001900         MOVE DL140-EXTRACT-IN-STATUS TO DL140-ABEND-FILE-STATUS
001910         PERFORM 9999-ABEND-PARAGRAPH
001920     END-IF.
001922     PERFORM 2900-READ-EXTRACT-IN THRU 2900-EXIT.
001925     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
001930     OPEN INPUT ACK-IN.
001940     IF DL140-ACK-IN-STATUS NOT = '00'
001950         MOVE 'ACK-IN' TO DL140-ABEND-FILE-NAME
002167             DL140-ABEND-FILE-STATUS
002168         PERFORM 9999-ABEND-PARAGRAPH
002169     END-IF.
002180     PERFORM 2910-READ-ACK-IN THRU 2910-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*
002211******************************************************************
002212*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002213*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002214*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR     *
002215*    THE CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY     *
002216*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002217*    THE CYCLE IS THE ONE FOR THE EXTRACT'S PROCESS DATE;        *
002218*    AN EMPTY EXTRACT MATCHES AGAINST THE LATEST CYCLE.          *
002219******************************************************************
002220 1800-START-CYCLE-STEP.
002221     MOVE SPACES TO DL140-CYCLE-AREA.
002222     MOVE ZERO TO CP-PROCESS-DATE.
002223     MOVE 'S' TO CP-FUNCTION.
002224     MOVE 'DL140' TO CP-STEP-ID.
002225     IF DL140-EXTRACT-NOT-AT-END
002226         MOVE EK-PROCESS-DATE TO CP-PROCESS-DATE
002227     END-IF.
002228     MOVE RETURN-CODE TO CP-STEP-RC.
002229     CALL 'CYCLCTL' USING DL140-CYCLE-AREA.
002230     MOVE CP-STEP-RC TO RETURN-CODE.
002231     IF NOT CP-CLEARED
002232         MOVE 51 TO DL140-MESSAGE-NUMBER
002233         DISPLAY DL100-MESSAGE-ENTRY (DL140-MESSAGE-NUMBER)
002234         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002235         MOVE 16 TO RETURN-CODE
002236         STOP RUN
002237     END-IF.
002238     MOVE 'Y' TO DL140-CYCLE-SWITCH.
002239 1800-EXIT.
002240     EXIT.
002241*
002242******************************************************************
002243*    2000-MATCH-ONE-PAIR - CLASSIC BALANCED-LINE STEP.  EQUAL    *
002244*    KEYS CONSUME ONE RECORD FROM EACH SIDE; A LOW EXTRACT KEY   *
002250*    IS A RECORD THE DOWNSTREAM SYSTEM NEVER ACKNOWLEDGED; A     *
002260*    LOW ACK KEY IS AN ACKNOWLEDGMENT FOR A RECORD WE NEVER      *
002270*    SENT.  DUPLICATE KEYS (SEVERAL TRANSACTIONS FOR ONE         *
004430 3100-EXIT.
004440     EXIT.
004450*
004451******************************************************************
004452*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
004453*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
004454*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
004455*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
004456*    CHECKS THE CYCLE STATUS.                                    *
004457******************************************************************
004458 8900-END-CYCLE-STEP.
004459     IF NOT DL140-CYCLE-STEP-STARTED
004460         GO TO 8900-EXIT
004461     END-IF.
004462     MOVE 'N' TO DL140-CYCLE-SWITCH.
004463     MOVE 'E' TO CP-FUNCTION.
004464     MOVE RETURN-CODE TO CP-STEP-RC.
004465     CALL 'CYCLCTL' USING DL140-CYCLE-AREA.
004466     MOVE CP-STEP-RC TO RETURN-CODE.
004467     IF NOT CP-CLEARED
004468         MOVE 55 TO DL140-MESSAGE-NUMBER
004469         DISPLAY DL100-MESSAGE-ENTRY (DL140-MESSAGE-NUMBER)
004470         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
004471     END-IF.
004472 8900-EXIT.
004473     EXIT.
004474*
004475******************************************************************
004476*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
004480*    STATUS.                                                     *
004490******************************************************************
004500 9999-ABEND-PARAGRAPH.
004530     DISPLAY 'ABEND - FILE: ' DL140-ABEND-FILE-NAME
004540             ' STATUS: ' DL140-ABEND-FILE-STATUS.
004550     MOVE 16 TO RETURN-CODE.
004555     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
004560     STOP RUN.
