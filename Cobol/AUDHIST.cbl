000210*    MODIFICATION HISTORY.                                      *
000220*    DATE       INIT DESCRIPTION                                *
000230*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000232*    10/15/2026 JM   CARRIES THE REVERSAL REFERENCE ONTO THE    *
000234*                   HISTORY.  JOURNAL 314 TO 329 BYTES, HISTORY *
000236*                   324 TO 339.                                 *
000237*    10/15/2026 JM   JOURNAL RECORD GREW 329 TO 337 BYTES.      *
000238*                   THE BATCH DATE IS NOT CARRIED TO HISTORY.   *
000240*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000242*                   CONTROL FILE; REFUSES TO RUN UNTIL THE      *
000244*                   TRIAL BALANCE, AND ANY MONTH-END SWEEP,     *
000246*                   HAVE ENDED.                                 *
000249*    10/15/2026 JM   JOURNAL RECORD GREW 337 TO 355 AND HISTORY *
000252*                   RECORD 339 TO 357 WITH THE RETURNED-MAIL    *
000255*                   FIELDS ON THE IMAGES.                       *
000258*                                                                *
000259******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. AUDHIST.
000280 AUTHOR. J. MATELAT.
000540*
000550 FD  AUDIT-JOURNAL
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 355 CHARACTERS.
000580 01  AUDIT-JOURNAL-RECORD.
000590     COPY AUDIT-RECORD.
000600*
000610 FD  AUDIT-HISTORY
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 357 CHARACTERS.
000640 01  AUDIT-HISTORY-RECORD.
000650     COPY AUDIT-HISTORY.
000660*
000690 COPY MESSAGES.
000700*
000710 01  DL230-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000712*
000714 01  DL230-CYCLE-AREA.
000716     COPY CYCLE-CALL.
000720*
000730 01  DL230-FILE-STATUS-FIELDS.
000740     05  DL230-AUDIT-JNL-STATUS      PIC X(02) VALUE '00'.
000820     05  DL230-EOF-SWITCH            PIC X(01) VALUE 'N'.
000830         88  DL230-END-OF-FILE           VALUE 'Y'.
000840         88  DL230-NOT-END-OF-FILE       VALUE 'N'.
000843     05  DL230-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
000846         88  DL230-CYCLE-STEP-STARTED    VALUE 'Y'.
000850*
000860 01  DL230-COUNTERS.
000870     05  DL230-RECORD-COUNT          PIC 9(07) VALUE ZERO.
000980     PERFORM 2000-APPEND-ONE-RECORD THRU 2000-EXIT
000990         UNTIL DL230-END-OF-FILE.
001000     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001005     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
001010     STOP RUN.
001020*
001030******************************************************************
001080 1000-INITIALIZE.
001090     MOVE 23 TO DL230-MESSAGE-NUMBER.
001100     DISPLAY DL100-MESSAGE-ENTRY (DL230-MESSAGE-NUMBER).
001105     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
001110     OPEN INPUT AUDIT-JOURNAL.
001120     IF DL230-AUDIT-JNL-STATUS NOT = '00'
001130         MOVE 'AUDIT-JNL' TO DL230-ABEND-FILE-NAME
001240 1000-EXIT.
001250     EXIT.
001260*
001261******************************************************************
001262*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
001263*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
001264*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR     *
001265*    THE CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY     *
001266*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
001267******************************************************************
001268 1800-START-CYCLE-STEP.
001269     MOVE SPACES TO DL230-CYCLE-AREA.
001270     MOVE ZERO TO CP-PROCESS-DATE.
001271     MOVE 'S' TO CP-FUNCTION.
001272     MOVE 'DL230' TO CP-STEP-ID.
001273     MOVE RETURN-CODE TO CP-STEP-RC.
001274     CALL 'CYCLCTL' USING DL230-CYCLE-AREA.
001275     MOVE CP-STEP-RC TO RETURN-CODE.
001276     IF NOT CP-CLEARED
001277         MOVE 50 TO DL230-MESSAGE-NUMBER
001278         DISPLAY DL100-MESSAGE-ENTRY (DL230-MESSAGE-NUMBER)
001279         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
001280         MOVE 16 TO RETURN-CODE
001281         STOP RUN
001282     END-IF.
001283     MOVE 'Y' TO DL230-CYCLE-SWITCH.
001284 1800-EXIT.
001285     EXIT.
001286*
001287******************************************************************
001288*    2000-APPEND-ONE-RECORD - BUILD ONE HISTORY RECORD FROM THE  *
001290*    JOURNAL RECORD IN THE BUFFER AND WRITE IT BY KEY.  THE      *
001300*    ACCOUNT NUMBER IS LIFTED FROM THE AFTER IMAGE, WHICH EVERY  *
001310*    JOURNAL RECORD CARRIES.  A DUPLICATE KEY MEANS THIS DAY     *
001390     MOVE AJ-TRAN-TYPE-CODE TO AH-TRAN-TYPE-CODE.
001400     MOVE AJ-BEFORE-IMAGE TO AH-BEFORE-IMAGE.
001410     MOVE AJ-AFTER-IMAGE TO AH-AFTER-IMAGE.
001415     MOVE AJ-REVERSED-KEY TO AH-REVERSED-KEY.
001420     WRITE AUDIT-HISTORY-RECORD
001430         INVALID KEY
001440             CONTINUE
002080 3000-EXIT.
002090     EXIT.
002100*
002101******************************************************************
002102*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
002103*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
002104*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
002105*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
002106*    CHECKS THE CYCLE STATUS.                                    *
002107******************************************************************
002108 8900-END-CYCLE-STEP.
002109     IF NOT DL230-CYCLE-STEP-STARTED
002110         GO TO 8900-EXIT
002111     END-IF.
002112     MOVE 'N' TO DL230-CYCLE-SWITCH.
002113     MOVE 'E' TO CP-FUNCTION.
002114     MOVE RETURN-CODE TO CP-STEP-RC.
002115     CALL 'CYCLCTL' USING DL230-CYCLE-AREA.
002116     MOVE CP-STEP-RC TO RETURN-CODE.
002117     IF NOT CP-CLEARED
002118         MOVE 55 TO DL230-MESSAGE-NUMBER
002119         DISPLAY DL100-MESSAGE-ENTRY (DL230-MESSAGE-NUMBER)
002120         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002121     END-IF.
002122 8900-EXIT.
002123     EXIT.
002124*
002125******************************************************************
002126*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
002130*    STATUS.                                                     *
002140******************************************************************
002150 9999-ABEND-PARAGRAPH.
002190             ' STATUS: ' DL230-ABEND-FILE-STATUS
002200             ' RECORDS READ: ' DL230-RECORD-COUNT.
002210     MOVE 16 TO RETURN-CODE.
002215     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002220     STOP RUN.
