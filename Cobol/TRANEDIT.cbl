000200*      - A RECORD TYPE IS NOT 'H', 'D', OR 'T'                   *
000210*      - A DETAIL ACCOUNT NUMBER OR BALANCE IS NOT NUMERIC       *
000220*      - A DETAIL LAST ACTIVITY DATE IS NOT A VALID DATE         *
000223*      - AN 'R' (REVERSAL) DETAIL'S REFERENCE TO THE POSTING IT  *
000226*        BACKS OUT IS NOT NUMERIC OR ITS DATE IS NOT VALID       *
000230*      - A TRAILER EXPECTED COUNT IS NOT NUMERIC OR DOES NOT     *
000240*        EQUAL ITS OWN BATCH'S PHYSICAL DETAIL COUNT             *
000250*    THE FIRST OFFENDING RECORDS (UP TO THE PRINT LIMIT) ARE     *
000420*                   OUTSIDE A BATCH, TRAILERS WITHOUT ONE, AND  *
000430*                   A BATCH LEFT OPEN AT END OF FILE ARE ALL    *
000440*                   ERRORS.                                     *
000442*    10/15/2026 JM   AN 'R' (REVERSAL) DETAIL MUST ALSO CARRY A *
000444*                   NUMERIC REFERENCE TO THE POSTING IT BACKS   *
000446*                   OUT, WITH A VALID PROCESS DATE.             *
000447*    10/15/2026 JM   OPENS THE DAY'S CYCLE ON THE DAILY CYCLE   *
000448*                   CONTROL FILE AND RECORDS ITS START AND END  *
000449*                   THERE.  A NEW CYCLE IS REFUSED UNTIL THE    *
000450*                   PREVIOUS CYCLE'S AUDIT HISTORY LOAD HAS     *
000451*                   ENDED.  NEW PARM='TEST' FOR THE TEST JOB,   *
000452*                   WHICH LEAVES CYCLE CONTROL ALONE.           *
000453*                                                                *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. TRANEDIT.
000900     05  TD-RECORD-TYPE          PIC X(01).
000910     05  TD-TRAN-TYPE-CODE       PIC X(01).
000920         88  TD-TRAN-NAME-ADDR       VALUE 'N'.
000925         88  TD-TRAN-REVERSAL        VALUE 'R'.
000930     05  TD-ACCOUNT-NUMBER       PIC 9(10).
000940     05  TD-CUSTOMER-NAME        PIC X(30).
000950     05  TD-BALANCE              PIC S9(9)V99.
000960     05  TD-STATUS-CODE          PIC X(01).
000970     05  TD-LAST-ACTIVITY-DATE   PIC 9(08).
000980     05  TD-REVERSED-DATE        PIC 9(08).
000983     05  TD-REVERSED-SEQUENCE    PIC 9(07).
000986     05  FILLER                  PIC X(23).
000990*
001000 01  TRANS-TRAILER-RECORD REDEFINES TRANS-IN-RECORD.
001010     05  TT-RECORD-TYPE          PIC X(01).
001190 COPY MESSAGES.
001200*
001210 01  DL090-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001212*
001214 01  DL090-CYCLE-AREA.
001216     COPY CYCLE-CALL.
001220*
001230 01  DL090-FILE-STATUS-FIELDS.
001240     05  DL090-TRANS-IN-STATUS       PIC X(02) VALUE '00'.
001380     05  DL090-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
001390         88  DL090-DATE-VALID            VALUE 'Y'.
001400         88  DL090-DATE-NOT-VALID        VALUE 'N'.
001402     05  DL090-RUN-MODE-SWITCH       PIC X(01) VALUE 'P'.
001404         88  DL090-PRODUCTION-MODE       VALUE 'P'.
001406         88  DL090-TEST-MODE             VALUE 'T'.
001407     05  DL090-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001408         88  DL090-CYCLE-STEP-STARTED    VALUE 'Y'.
001410*
001420 01  DL090-COUNTERS.
001430     05  DL090-RECORD-COUNT          PIC 9(07) VALUE ZERO.
001970     05  VL-VERDICT                  PIC X(60) VALUE SPACES.
001980     05  FILLER                      PIC X(72) VALUE SPACES.
001990*
001991 LINKAGE SECTION.
001992*
001993 01  LS-PARM-AREA.
001994     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001995     05  LS-PARM-TEXT                PIC X(80).
001996*
002000 PROCEDURE DIVISION USING LS-PARM-AREA.
002010*
002020******************************************************************
002030*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE EDIT PASS.        *
002070     PERFORM 2000-EDIT-ONE-RECORD THRU 2000-EXIT
002080         UNTIL DL090-END-OF-FILE.
002090     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002095     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002100     STOP RUN.
002110*
002120******************************************************************
002160 1000-INITIALIZE.
002170     MOVE 7 TO DL090-MESSAGE-NUMBER.
002180     DISPLAY DL100-MESSAGE-ENTRY (DL090-MESSAGE-NUMBER).
002183     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002186     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002190     OPEN INPUT TRANS-IN.
002200     IF DL090-TRANS-IN-STATUS NOT = '00'
002210         MOVE 'TRANS-IN' TO DL090-ABEND-FILE-NAME
002540 1000-EXIT.
002550     EXIT.
002560*
002561******************************************************************
002562*    1100-PARSE-PARM - THE EXEC PARM IS BLANK FOR THE NIGHTLY    *
002563*    RUN, OR 'TEST' FOR THE PARALLEL-TEST JOB.  ANYTHING ELSE    *
002564*    STOPS THE RUN.                                              *
002565******************************************************************
002566 1100-PARSE-PARM.
002567     IF LS-PARM-LENGTH = ZERO
002568         GO TO 1100-EXIT
002569     END-IF.
002570     IF LS-PARM-TEXT (1:LS-PARM-LENGTH) = SPACES
002571         GO TO 1100-EXIT
002572     END-IF.
002573     IF LS-PARM-TEXT (1:LS-PARM-LENGTH) = 'TEST'
002574         MOVE 'T' TO DL090-RUN-MODE-SWITCH
002575         GO TO 1100-EXIT
002576     END-IF.
002577     DISPLAY 'TRANEDIT - UNRECOGNIZABLE PARM: '
002578         LS-PARM-TEXT (1:LS-PARM-LENGTH).
002579     MOVE 16 TO RETURN-CODE.
002580     STOP RUN.
002581 1100-EXIT.
002582     EXIT.
002583*
002584******************************************************************
002585*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002586*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002587*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR     *
002588*    THE CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY     *
002589*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002590*    THE FIRST STEP OF THE NIGHT OPENS TODAY'S CYCLE.  A TEST    *
002591*    RUN DOES NOT TAKE PART IN THE CYCLE.                        *
002592******************************************************************
002593 1800-START-CYCLE-STEP.
002594     IF DL090-TEST-MODE
002595         GO TO 1800-EXIT
002596     END-IF.
002597     MOVE SPACES TO DL090-CYCLE-AREA.
002598     MOVE ZERO TO CP-PROCESS-DATE.
002599     MOVE 'S' TO CP-FUNCTION.
002600     MOVE 'DL090' TO CP-STEP-ID.
002601     MOVE RETURN-CODE TO CP-STEP-RC.
002602     CALL 'CYCLCTL' USING DL090-CYCLE-AREA.
002603     MOVE CP-STEP-RC TO RETURN-CODE.
002604     IF NOT CP-CLEARED
002605         MOVE 46 TO DL090-MESSAGE-NUMBER
002606         DISPLAY DL100-MESSAGE-ENTRY (DL090-MESSAGE-NUMBER)
002607         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002608         MOVE 16 TO RETURN-CODE
002609         STOP RUN
002610     END-IF.
002611     MOVE 'Y' TO DL090-CYCLE-SWITCH.
002612 1800-EXIT.
002613     EXIT.
002614*
002615******************************************************************
002616*    2000-EDIT-ONE-RECORD - EDIT THE RECORD IN THE BUFFER AND    *
002617*    READ THE NEXT ONE.                                          *
002618******************************************************************
002619 2000-EDIT-ONE-RECORD.
002620     EVALUATE TRUE
002630         WHEN TI-HEADER-RECORD
002640             PERFORM 2050-EDIT-HEADER THRU 2050-EXIT
003500             PERFORM 2800-RECORD-ERROR THRU 2800-EXIT
003510         END-IF
003520     END-IF.
003521     IF NOT TD-TRAN-REVERSAL
003522         GO TO 2100-EXIT
003523     END-IF.
003524*    AN 'R' (REVERSAL) ALSO NAMES THE POSTING IT BACKS OUT BY
003525*    PROCESS DATE AND AUDIT SEQUENCE - THE DRIVER LOOKS IT UP.
003526     IF TD-REVERSED-DATE NOT NUMERIC
003527         OR TD-REVERSED-SEQUENCE NOT NUMERIC
003528         MOVE 'REVERSAL REFERENCE IS NOT NUMERIC' TO
003529             DL090-ERROR-TEXT
003530         PERFORM 2800-RECORD-ERROR THRU 2800-EXIT
003531     ELSE
003532         MOVE TD-REVERSED-DATE TO DL090-EDIT-DATE
003533         PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT
003534         IF DL090-DATE-NOT-VALID
003535             MOVE 'REVERSAL REFERENCE DATE IS NOT VALID' TO
003536                 DL090-ERROR-TEXT
003537             PERFORM 2800-RECORD-ERROR THRU 2800-EXIT
003538         END-IF
003539     END-IF.
003540 2100-EXIT.
003541     EXIT.
003550*
003560******************************************************************
003570*    2200-EDIT-TRAILER - A TRAILER CLOSES THE OPEN BATCH.  IT    *
005600 8100-EXIT.
005610     EXIT.
005620*
005621******************************************************************
005622*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
005623*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
005624*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
005625*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
005626*    CHECKS THE CYCLE STATUS.                                    *
005627******************************************************************
005628 8900-END-CYCLE-STEP.
005629     IF NOT DL090-CYCLE-STEP-STARTED
005630         GO TO 8900-EXIT
005631     END-IF.
005632     MOVE 'N' TO DL090-CYCLE-SWITCH.
005633     MOVE 'E' TO CP-FUNCTION.
005634     MOVE RETURN-CODE TO CP-STEP-RC.
005635     CALL 'CYCLCTL' USING DL090-CYCLE-AREA.
005636     MOVE CP-STEP-RC TO RETURN-CODE.
005637     IF NOT CP-CLEARED
005638         MOVE 55 TO DL090-MESSAGE-NUMBER
005639         DISPLAY DL100-MESSAGE-ENTRY (DL090-MESSAGE-NUMBER)
005640         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
005641     END-IF.
005642 8900-EXIT.
005643     EXIT.
005644*
005645******************************************************************
005646*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
005650*    STATUS.                                                     *
005660******************************************************************
005670 9999-ABEND-PARAGRAPH.
005710             ' STATUS: ' DL090-ABEND-FILE-STATUS
005720             ' RECORDS READ: ' DL090-RECORD-COUNT.
005730     MOVE 16 TO RETURN-CODE.
005735     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
005740     STOP RUN.
