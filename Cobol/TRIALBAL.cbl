000270*    MODIFICATION HISTORY.                                      *
000280*    DATE       INIT DESCRIPTION                                *
000290*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000292*    10/15/2026 JM   NET MOVEMENT BROKEN DOWN BY TYPE ON THE    *
000294*                   REPORT, INCLUDING REVERSALS ('R').  JOURNAL *
000296*                   RECORD GREW 314 TO 329 BYTES.               *
000297*    10/15/2026 JM   BALNEW ALSO CARRIES THE NIGHT'S JOURNAL    *
000298*                   COUNT AND NET MOVEMENT FOR THE GL JOURNAL   *
000299*                   PROOF.  JOURNAL RECORD GREW 329 TO 337.     *
000301*    10/15/2026 JM   START AND END RECORDED ON THE DAILY        *
000303*                   CYCLE CONTROL FILE; REFUSES TO RUN UNTIL    *
000305*                   THE DAILY RUN HAS ENDED FOR THE CYCLE.      *
000308*    10/15/2026 JM   RETURNED-MAIL FLAGS ('M') ARE NAMED IN THE *
000311*                   MOVEMENT BY TYPE.  IMAGES GREW 147 TO 156   *
000314*                   AND THE JOURNAL 337 TO 355.                 *
000315*    10/15/2026 JM   THE PROCESS DATE IS NOW THE CYCLE DATE     *
000316*                   CYCLCTL RETURNS, NOT THE CLOCK - A RUN      *
000317*                   PAST MIDNIGHT DATED ITS OUTPUT A DAY LATE.  *
000318*                                                                *
000319******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. TRIALBAL.
000340 AUTHOR. J. MATELAT.
000780*
000790 FD  CUSTOMER-MASTER
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 156 CHARACTERS.
000820 01  CUSTOMER-MASTER-RECORD.
000830     COPY CUSTOMER-RECORD.
000840*
000850 FD  AUDIT-IN
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 355 CHARACTERS.
000880 01  AUDIT-IN-RECORD.
000890     COPY AUDIT-RECORD.
000900*
000910*    THE BALANCE-FORWARD RECORD CARRIES ONE NIGHT'S CLOSING
000920*    TOTALS FORWARD TO THE NEXT NIGHT'S RECONCILIATION.  THE
000930*    TRIALBLJ COPY STEP ROLLS BALNEW OVER BALFWD AFTER EVERY
000940*    RUN, SO BOTH FILES SHARE THIS ONE LAYOUT.  THE NIGHT'S
000943*    JOURNAL COUNT AND NET MOVEMENT RIDE ALONG SO THE GL JOURNAL
000946*    (GLJRNL) CAN PROVE ITSELF AGAINST THIS RUN'S FIGURES.
000950 FD  BALFWD-IN
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000990     05  BI-PROCESS-DATE         PIC 9(08).
001000     05  BI-RECORD-COUNT         PIC 9(07).
001010     05  BI-BALANCE-TOTAL        PIC S9(13)V99.
001020     05  BI-JOURNAL-COUNT        PIC 9(07).
001023     05  BI-MOVEMENT-BALANCE     PIC S9(13)V99.
001026     05  FILLER                  PIC X(28).
001030*
001040 FD  BALFWD-OUT
001050     LABEL RECORDS ARE STANDARD
001080     05  BO-PROCESS-DATE         PIC 9(08).
001090     05  BO-RECORD-COUNT         PIC 9(07).
001100     05  BO-BALANCE-TOTAL        PIC S9(13)V99.
001110     05  BO-JOURNAL-COUNT        PIC 9(07).
001113     05  BO-MOVEMENT-BALANCE     PIC S9(13)V99.
001116     05  FILLER                  PIC X(28).
001120*
001130 FD  TBAL-REPORT
001140     LABEL RECORDS ARE STANDARD
001200 COPY MESSAGES.
001210*
001220 01  DL210-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001222*
001224 01  DL210-CYCLE-AREA.
001226     COPY CYCLE-CALL.
001230*
001240 01  DL210-FILE-STATUS-FIELDS.
001250     05  DL210-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001420     05  DL210-BALFWD-SWITCH         PIC X(01) VALUE 'N'.
001430         88  DL210-BALFWD-PRESENT        VALUE 'Y'.
001440         88  DL210-NO-BALFWD             VALUE 'N'.
001443     05  DL210-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001446         88  DL210-CYCLE-STEP-STARTED    VALUE 'Y'.
001450*
001460 01  DL210-PROCESS-DATE              PIC 9(08) VALUE ZERO.
001470*
001580     05  DL210-JOURNAL-COUNT         PIC 9(07) VALUE ZERO.
001590     05  DL210-MOVEMENT-COUNT        PIC 9(07) VALUE ZERO.
001600     05  DL210-MOVEMENT-BALANCE      PIC S9(13)V99 VALUE ZERO.
001601*
001602*    THE NET MOVEMENT BY TRANSACTION TYPE.  THE LAST ENTRY HAS NO
001603*    CODE AND CATCHES ANY TYPE NOT LISTED ABOVE IT.  THE COUNT IS
001604*    JOURNAL RECORDS OF THAT TYPE, NOT MASTER RECORDS ADDED.
001605 01  DL210-TYPE-VALUES.
001606     05  FILLER                      PIC X(37) VALUE
001607         'A    ADDS (A)'.
001608     05  FILLER                      PIC X(37) VALUE
001609         'C    CHANGES (C)'.
001610     05  FILLER                      PIC X(37) VALUE
001611         'D    DELETES (D)'.
001612     05  FILLER                      PIC X(37) VALUE
001613         'N    ADDRESS CHANGES (N)'.
001614     05  FILLER                      PIC X(37) VALUE
001615         'P    PAYMENTS (P)'.
001616     05  FILLER                      PIC X(37) VALUE
001617         'B    DEBITS (B)'.
001618     05  FILLER                      PIC X(37) VALUE
001619         'R    REVERSALS (R)'.
001620     05  FILLER                      PIC X(37) VALUE
001621         'S    DORMANCY SWEEPS (S)'.
001622     05  FILLER                      PIC X(37) VALUE
001623         'M    RETURNED MAIL FLAGS (M)'.
001624     05  FILLER                      PIC X(37) VALUE
001625         '     OTHER'.
001633 01  DL210-TYPE-TABLE REDEFINES DL210-TYPE-VALUES.
001634     05  DL210-TYPE-NAME             OCCURS 10 TIMES.
001635         10  DL210-TYPE-CODE         PIC X(01).
001636         10  DL210-TYPE-CAPTION      PIC X(36).
001637*
001638 01  DL210-TYPE-TOTALS.
001639     05  DL210-TYPE-TOTAL            OCCURS 10 TIMES.
001640         10  DL210-TYPE-COUNT        PIC 9(07).
001641         10  DL210-TYPE-BALANCE      PIC S9(13)V99.
001642     05  DL210-TYPE-MAX              PIC 9(04) COMP VALUE 10.
001643     05  DL210-TYPE-SUB              PIC 9(04) COMP VALUE ZERO.
001644     05  DL210-TYPE-HIT              PIC 9(04) COMP VALUE ZERO.
001645*
001646 01  DL210-EXPECTED-TOTALS.
001647     05  DL210-EXPECTED-COUNT        PIC 9(07) VALUE ZERO.
001648     05  DL210-EXPECTED-BALANCE      PIC S9(13)V99 VALUE ZERO.
001650*
001660 01  DL210-WORK-FIELDS.
001670     05  DL210-BEFORE-BALANCE        PIC S9(13)V99 VALUE ZERO.
001680     05  DL210-RECORD-DELTA          PIC S9(13)V99 VALUE ZERO.
001690*
001700*    THE BEFORE AND AFTER IMAGES COME OFF THE JOURNAL AS PLAIN
001710*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
001720*    LAYOUT OVER THEM, AS AUDPRT DOES.
001730 01  DL210-BEFORE-RECORD.
001740     COPY CUSTOMER-RECORD REPLACING
001870         ==CR-CITY== BY ==BF-CITY==
001880         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
001890         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
001900         ==CR-PHONE== BY ==BF-PHONE==
001901         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
001902         ==CR-MAIL-DELIVERABLE== BY
001903         ==BF-MAIL-DELIVERABLE==
001904         ==CR-MAIL-UNDELIVERABLE== BY
001905         ==BF-MAIL-UNDELIVERABLE==
001906         ==CR-MAIL-RETURN-DATE== BY
001907         ==BF-MAIL-RETURN-DATE==.
001910*
001920 01  DL210-AFTER-RECORD.
001930     COPY CUSTOMER-RECORD REPLACING
002060         ==CR-CITY== BY ==AF-CITY==
002070         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
002080         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
002090         ==CR-PHONE== BY ==AF-PHONE==
002091         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
002092         ==CR-MAIL-DELIVERABLE== BY
002093         ==AF-MAIL-DELIVERABLE==
002094         ==CR-MAIL-UNDELIVERABLE== BY
002095         ==AF-MAIL-UNDELIVERABLE==
002096         ==CR-MAIL-RETURN-DATE== BY
002097         ==AF-MAIL-RETURN-DATE==.
002100*
002110 01  DL210-REPORT-HEADING-LINE.
002120     05  FILLER                      PIC X(01) VALUE '1'.
002440         UNTIL DL210-AUDIT-AT-END.
002450     PERFORM 3000-RECONCILE THRU 3000-EXIT.
002460     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002465     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002470     STOP RUN.
002480*
002490******************************************************************
002560 1000-INITIALIZE.
002570     MOVE 18 TO DL210-MESSAGE-NUMBER.
002580     DISPLAY DL100-MESSAGE-ENTRY (DL210-MESSAGE-NUMBER).
002591     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002592     PERFORM 1150-CLEAR-ONE-TYPE THRU 1150-EXIT
002594         VARYING DL210-TYPE-SUB FROM 1 BY 1
002596         UNTIL DL210-TYPE-SUB > DL210-TYPE-MAX.
002600     OPEN INPUT CUSTOMER-MASTER.
002610     IF DL210-CUST-MST-STATUS NOT = '00'
002620         MOVE 'CUST-MASTER' TO DL210-ABEND-FILE-NAME
003250 1100-EXIT.
003260     EXIT.
003270*
003271******************************************************************
003272*    1150-CLEAR-ONE-TYPE - ZERO ONE SLOT OF THE MOVEMENT         *
003273*    BREAKDOWN.                                                  *
003274******************************************************************
003275 1150-CLEAR-ONE-TYPE.
003276     MOVE ZERO TO DL210-TYPE-COUNT (DL210-TYPE-SUB)
003277         DL210-TYPE-BALANCE (DL210-TYPE-SUB).
003278 1150-EXIT.
003279     EXIT.
003280*
003281******************************************************************
003282*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
003283*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
003284*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR THE *
003285*    CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY         *
003286*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
003287*    THE CYCLE DATE CYCLCTL HANDS BACK BECOMES THE PROCESS DATE, *
003288*    SO A RUN THAT STARTS AFTER MIDNIGHT STILL DATES ITS OUTPUT  *
003289*    BY THE NIGHT IT BELONGS TO.                                 *
003290******************************************************************
003291 1800-START-CYCLE-STEP.
003292     MOVE SPACES TO DL210-CYCLE-AREA.
003293     MOVE ZERO TO CP-PROCESS-DATE.
003294     MOVE 'S' TO CP-FUNCTION.
003295     MOVE 'DL210' TO CP-STEP-ID.
003296     MOVE RETURN-CODE TO CP-STEP-RC.
003297     CALL 'CYCLCTL' USING DL210-CYCLE-AREA.
003298     MOVE CP-STEP-RC TO RETURN-CODE.
003299     IF NOT CP-CLEARED
003300         MOVE 48 TO DL210-MESSAGE-NUMBER
003301         DISPLAY DL100-MESSAGE-ENTRY (DL210-MESSAGE-NUMBER)
003302         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
003303         MOVE 16 TO RETURN-CODE
003304         STOP RUN
003305     END-IF.
003306     MOVE 'Y' TO DL210-CYCLE-SWITCH.
003307     MOVE CP-PROCESS-DATE TO DL210-PROCESS-DATE.
003308 1800-EXIT.
003309     EXIT.
003310*
003311******************************************************************
003312*    2000-TOTAL-ONE-MASTER - ROLL ONE MASTER RECORD INTO THE     *
003313*    ACTUAL TOTALS AND READ THE NEXT.                            *
003314******************************************************************
003320 2000-TOTAL-ONE-MASTER.
003330     ADD 1 TO DL210-MASTER-COUNT.
003340     ADD CR-BALANCE TO DL210-MASTER-BALANCE.
003410*    NET MOVEMENT.  AN ADD (NO BEFORE IMAGE) BRINGS ONE NEW      *
003420*    RECORD AND ITS WHOLE BALANCE; EVERY OTHER TYPE MOVES THE    *
003430*    AFTER BALANCE LESS THE BEFORE BALANCE AND NO RECORDS - A    *
003440*    DELETE ONLY CLOSES THE ACCOUNT, IT NEVER REMOVES IT.  THE   *
003443*    MOVEMENT IS ALSO TOTALLED BY TRANSACTION TYPE; A TYPE NOT IN*
003446*    THE TABLE FALLS TO THE LAST ENTRY.                          *
003450******************************************************************
003460 2500-TOTAL-ONE-JOURNAL.
003470     MOVE AJ-AFTER-IMAGE TO DL210-AFTER-RECORD.
003560     SUBTRACT DL210-BEFORE-BALANCE FROM AF-BALANCE
003570         GIVING DL210-RECORD-DELTA.
003580     ADD DL210-RECORD-DELTA TO DL210-MOVEMENT-BALANCE.
003581     MOVE DL210-TYPE-MAX TO DL210-TYPE-HIT.
003582     PERFORM 2510-MATCH-ONE-TYPE THRU 2510-EXIT
003583         VARYING DL210-TYPE-SUB FROM 1 BY 1
003584         UNTIL DL210-TYPE-SUB NOT < DL210-TYPE-MAX.
003585     ADD 1 TO DL210-TYPE-COUNT (DL210-TYPE-HIT).
003586     ADD DL210-RECORD-DELTA TO
003587         DL210-TYPE-BALANCE (DL210-TYPE-HIT).
003590     PERFORM 2910-READ-AUDIT-IN THRU 2910-EXIT.
003600 2500-EXIT.
003610     EXIT.
003611*
003612******************************************************************
003613*    2510-MATCH-ONE-TYPE - TEST ONE ENTRY OF THE TYPE TABLE      *
003614*    AGAINST THE JOURNAL RECORD'S TRANSACTION TYPE.              *
003615******************************************************************
003616 2510-MATCH-ONE-TYPE.
003617     IF DL210-TYPE-CODE (DL210-TYPE-SUB) = AJ-TRAN-TYPE-CODE
003618         MOVE DL210-TYPE-SUB TO DL210-TYPE-HIT
003619     END-IF.
003620 2510-EXIT.
003621     EXIT.
003622*
003630******************************************************************
003640*    2900-READ-MASTER - THE ONE PLACE THAT READS THE CUSTOMER    *
003650*    MASTER.                                                     *
004150******************************************************************
004160*    3000-RECONCILE - PRIOR PLUS MOVEMENT AGAINST ACTUAL, WITH   *
004170*    THE VERDICT ON THE REPORT AND THE RETURN CODE FOR THE       *
004180*    SCHEDULER.  THE NET MOVEMENT IS BROKEN DOWN BY TRANSACTION  *
004185*    TYPE BENEATH IT.                                            *
004190******************************************************************
004200 3000-RECONCILE.
004210     MOVE 'PRIOR CLOSING (BALFWD):' TO TO-CAPTION.
004260     MOVE DL210-MOVEMENT-COUNT TO TO-COUNT.
004270     MOVE DL210-MOVEMENT-BALANCE TO TO-BALANCE.
004280     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
004282     PERFORM 3110-WRITE-TYPE-LINE THRU 3110-EXIT
004284         VARYING DL210-TYPE-SUB FROM 1 BY 1
004286         UNTIL DL210-TYPE-SUB > DL210-TYPE-MAX.
004290     MOVE ZERO TO DL210-EXPECTED-COUNT.
004300     ADD DL210-PRIOR-COUNT DL210-MOVEMENT-COUNT
004310         TO DL210-EXPECTED-COUNT.
004820 3100-EXIT.
004830     EXIT.
004840*
004842******************************************************************
004843*    3110-WRITE-TYPE-LINE - ONE LINE OF THE MOVEMENT BREAKDOWN,  *
004844*    INDENTED UNDER THE NET MOVEMENT IT MAKES UP.                *
004845******************************************************************
004846 3110-WRITE-TYPE-LINE.
004847     MOVE DL210-TYPE-CAPTION (DL210-TYPE-SUB) TO TO-CAPTION.
004848     MOVE DL210-TYPE-COUNT (DL210-TYPE-SUB) TO TO-COUNT.
004849     MOVE DL210-TYPE-BALANCE (DL210-TYPE-SUB) TO TO-BALANCE.
004850     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
004851 3110-EXIT.
004852     EXIT.
004853*
004856******************************************************************
004860*    4000-FINALIZE - WRITE TODAY'S CLOSING TOTALS FOR TOMORROW   *
004870*    AND CLOSE THE FILES.  THE TOTALS GO OUT EVEN ON AN OUT-OF-  *
004880*    BALANCE NIGHT - THEY RECORD WHAT THE MASTER ACTUALLY        *
004990     MOVE DL210-PROCESS-DATE TO BO-PROCESS-DATE.
005000     MOVE DL210-MASTER-COUNT TO BO-RECORD-COUNT.
005010     MOVE DL210-MASTER-BALANCE TO BO-BALANCE-TOTAL.
005013     MOVE DL210-JOURNAL-COUNT TO BO-JOURNAL-COUNT.
005016     MOVE DL210-MOVEMENT-BALANCE TO BO-MOVEMENT-BALANCE.
005020     WRITE BALFWD-OUT-RECORD.
005030     IF DL210-BALFWD-OUT-STATUS NOT = '00'
005040         MOVE 'BALFWD-OUT' TO DL210-ABEND-FILE-NAME
005320 4000-EXIT.
005330     EXIT.
005340*
005341******************************************************************
005342*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
005343*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
005344*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
005345*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
005346*    CHECKS THE CYCLE STATUS.                                    *
005347******************************************************************
005348 8900-END-CYCLE-STEP.
005349     IF NOT DL210-CYCLE-STEP-STARTED
005350         GO TO 8900-EXIT
005351     END-IF.
005352     MOVE 'N' TO DL210-CYCLE-SWITCH.
005353     MOVE 'E' TO CP-FUNCTION.
005354     MOVE RETURN-CODE TO CP-STEP-RC.
005355     CALL 'CYCLCTL' USING DL210-CYCLE-AREA.
005356     MOVE CP-STEP-RC TO RETURN-CODE.
005357     IF NOT CP-CLEARED
005358         MOVE 55 TO DL210-MESSAGE-NUMBER
005359         DISPLAY DL100-MESSAGE-ENTRY (DL210-MESSAGE-NUMBER)
005360         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
005361     END-IF.
005362 8900-EXIT.
005363     EXIT.
005364*
005365******************************************************************
005366*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
005370*    STATUS.                                                     *
005380******************************************************************
005390 9999-ABEND-PARAGRAPH.
005430             ' STATUS: ' DL210-ABEND-FILE-STATUS
005440             ' MASTER RECORDS READ: ' DL210-MASTER-COUNT.
005450     MOVE 16 TO RETURN-CODE.
005455     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
005460     STOP RUN.
