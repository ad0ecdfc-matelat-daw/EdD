000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   CYCLCTL                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  DAILY CYCLE CONTROL.  CALLED AT START-UP AND AT   *
000100*    END BY EVERY STEP OF THE NIGHTLY AND MORNING CHAIN, AND BY  *
000110*    THE CYCLE STATUS REPORT (CYCLRPT).  THE CYCLE CONTROL KSDS  *
000120*    HOLDS ONE RECORD PER PROCESS DATE (CYCLE-CONTROL.CPY) WITH  *
000130*    A SLOT PER SCHEDULED STEP.  THE SCHEDULE TABLE BELOW SAYS,  *
000140*    FOR EACH STEP, WHETHER IT MAY RUN MORE THAN ONCE A CYCLE,   *
000150*    THE HIGHEST RETURN CODE THAT STILL COUNTS AS COMPLETED, AND *
000160*    UP TO THREE PREREQUISITES.  A PREREQUISITE IS ONE OF:       *
000170*      R  THE STEP MUST HAVE ENDED THIS CYCLE WITH RC <= MAX     *
000180*      C  AS R, BUT ONLY IF THE STEP HAS STARTED THIS CYCLE      *
000190*         (THE MONTH-END SWEEP IS NOT RUN EVERY NIGHT)           *
000200*      X  AS R, BUT ONLY IF THE DAILY RUN ENDED WITH AN RC       *
000210*         THAT LETS DL100J TRANSMIT THE EXTRACT                  *
000220*      B  THE STEP MUST NOT YET HAVE COMPLETED THIS CYCLE        *
000230*      P  AS R, AGAINST THE PREVIOUS CYCLE                       *
000240*    A RELEASED STEP SATISFIES ANY PREREQUISITE.  THE OPENING    *
000250*    STEP (DL090) CREATES TODAY'S CYCLE RECORD; EVERY OTHER      *
000260*    STEP WORKS ON THE CURRENT (LATEST) CYCLE.  THE CALL AREA    *
000270*    IS CYCLE-CALL.CPY.  THE FILE IS OPENED AND CLOSED ON EVERY  *
000280*    CALL, SO A STEP NEVER HOLDS IT WHILE IT RUNS.  A FILE       *
000290*    FAILURE IS RETURNED TO THE CALLER AS RESULT 9 - THIS        *
000300*    PROGRAM NEVER ENDS THE RUN ITSELF.                          *
000310*                                                                *
000320*    MODIFICATION HISTORY.                                       *
000330*    DATE       INIT DESCRIPTION                                 *
000340*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000341*    10/15/2026 JM   SCHEDULED THE NIGHTLY RETURNED MAIL STEP    *
000342*                   (DL105 RTNMAIL) IN THE NEXT FREE SLOT.  IT   *
000343*                   NEEDS THE DAILY RUN AND MUST RUN BEFORE THE  *
000344*                   TRIAL BALANCE, WHICH NOW ALSO NEEDS IT WHEN  *
000345*                   IT HAS STARTED.                              *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CYCLCTL.
000390 AUTHOR. J. MATELAT.
000400 INSTALLATION. EDD BATCH SYSTEMS.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-Z.
000470 OBJECT-COMPUTER. IBM-Z.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CYCLE-CONTROL
000510         ASSIGN TO CYCLCTL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CC-PROCESS-DATE
000550         FILE STATUS IS CYC-CONTROL-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600 FD  CYCLE-CONTROL
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 800 CHARACTERS.
000630 01  CYCLE-CONTROL-RECORD.
000640     COPY CYCLE-CONTROL.
000650*
000660 WORKING-STORAGE SECTION.
000670*
000680 01  CYC-CONTROL-STATUS              PIC X(02) VALUE '00'.
000690*
000700*    THE SCHEDULE.  ONE ENTRY PER STEP, IN SCHEDULE ORDER - THE
000710*    ENTRY NUMBER IS THE STEP'S SLOT ON THE CYCLE RECORD, SO NEW
000720*    STEPS ARE ADDED AT THE END.  EACH ENTRY IS:
000730*    STEP(5) PROGRAM(12) JOB(8) REPEATABLE(1) OPENER(1)
000740*    COMPLETED-MAX-RC(2), THEN THREE PREREQUISITES OF
000750*    KIND(1) STEP(5) MAX-RC(2).
000760 01  CYC-SCHEDULE-DATA.
000770     05  FILLER  PIC X(53) VALUE
000780         'DL090TRANEDIT    DL100J  YY00PDL23004'.
000790     05  FILLER  PIC X(53) VALUE
000800         'DL100HELLO-WORLD DL100J  NN08RDL09000'.
000810     05  FILLER  PIC X(53) VALUE
000820         'DL210TRIALBAL    TRIALBLJNN08RDL10008CDL10504'.
000830     05  FILLER  PIC X(53) VALUE
000840         'DL250DORMSWP     DORMSWPJNN04RDL21008BDL23000'.
000850     05  FILLER  PIC X(53) VALUE
000860         'DL230AUDHIST     AUDHISTJYN04RDL21008CDL25004'.
000870     05  FILLER  PIC X(53) VALUE
000880         'DL140ACKMATCH    DL140J  YN08RDL10003BDL22500'.
000890     05  FILLER  PIC X(53) VALUE
000900         'DL225SUSPQUPD    SUSPAGEJNN04RDL10008XDL14008'.
000910     05  FILLER  PIC X(53) VALUE
000920         'DL220SUSPAGE     SUSPAGEJYN08RDL22504'.
000930     05  FILLER  PIC X(53) VALUE
000940         'DL200STMTGEN     STMTGENJNN04RDL23004CDL25004'.
000943     05  FILLER  PIC X(53) VALUE
000946         'DL105RTNMAIL     RTNMAILJNN04RDL10008BDL21000'.
000950 01  CYC-SCHEDULE-TABLE REDEFINES CYC-SCHEDULE-DATA.
000960     05  CYC-SCHEDULE-ENTRY OCCURS 10 TIMES.
000970         10  CYC-SCHED-STEP-ID       PIC X(05).
000980         10  CYC-SCHED-PROGRAM       PIC X(12).
000990         10  CYC-SCHED-JOB           PIC X(08).
001000         10  CYC-SCHED-REPEATABLE    PIC X(01).
001010         10  CYC-SCHED-OPENER        PIC X(01).
001020         10  CYC-SCHED-COMPLETE-MAX  PIC 9(02).
001030         10  CYC-SCHED-PREREQ OCCURS 3 TIMES.
001040             15  CYC-PRE-KIND        PIC X(01).
001050             15  CYC-PRE-STEP-ID     PIC X(05).
001060             15  CYC-PRE-MAX-RC      PIC 9(02).
001070*
001075 01  CYC-LIMITS.
001080     05  CYC-SCHEDULE-COUNT          PIC 9(02) COMP VALUE 10.
001090*    DL100J'S XMITSTP SENDS THE EXTRACT ONLY WHEN THE DAILY RUN
001100*    ENDS WITH AN RC NO HIGHER THAN THIS.
001110     05  CYC-TRANSMIT-MAX-RC         PIC 9(02) VALUE 3.
001114*
001117 01  CYC-SUBSCRIPTS.
001120     05  CYC-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
001130     05  CYC-FOUND-SUB               PIC 9(02) COMP VALUE ZERO.
001140     05  CYC-TEST-SUB                PIC 9(02) COMP VALUE ZERO.
001150     05  CYC-PREREQ-SUB              PIC 9(02) COMP VALUE ZERO.
001160     05  CYC-SLOT-SUB                PIC 9(02) COMP VALUE ZERO.
001170     05  CYC-REASON-POINTER          PIC 9(02) COMP VALUE 1.
001180*
001190 01  CYC-SWITCHES.
001200     05  CYC-OPENER-SWITCH           PIC X(01) VALUE 'N'.
001210         88  CYC-OPENING-STEP            VALUE 'Y'.
001220     05  CYC-NEW-CYCLE-SWITCH        PIC X(01) VALUE 'N'.
001230         88  CYC-NEW-CYCLE               VALUE 'Y'.
001240     05  CYC-FILE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001250         88  CYC-FILE-IS-OPEN            VALUE 'Y'.
001260     05  CYC-SCAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
001270         88  CYC-END-OF-CYCLES           VALUE 'Y'.
001280     05  CYC-TARGET-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001290         88  CYC-TARGET-FOUND            VALUE 'Y'.
001300     05  CYC-COMPLETED-SWITCH        PIC X(01) VALUE 'N'.
001310         88  CYC-STEP-COMPLETED          VALUE 'Y'.
001320*
001330 01  CYC-DATE-FIELDS.
001340     05  CYC-TODAY                   PIC 9(08) VALUE ZERO.
001350     05  CYC-TIME-NOW                PIC 9(08) VALUE ZERO.
001360     05  CYC-TARGET-DATE             PIC 9(08) VALUE ZERO.
001370     05  CYC-LATEST-DATE             PIC 9(08) VALUE ZERO.
001380     05  CYC-LATEST-PRIOR-DATE       PIC 9(08) VALUE ZERO.
001390     05  CYC-BELOW-TARGET-DATE       PIC 9(08) VALUE ZERO.
001400     05  CYC-PRIOR-DATE              PIC 9(08) VALUE ZERO.
001410*
001420 01  CYC-FAILURE-FIELDS.
001430     05  CYC-OPERATION               PIC X(07) VALUE SPACES.
001440     05  CYC-SEARCH-STEP-ID          PIC X(05) VALUE SPACES.
001450*
001460*    THE PREVIOUS CYCLE'S RECORD, KEPT FOR 'P' PREREQUISITES.
001470 01  CYC-PRIOR-RECORD.
001480     05  FILLER                      PIC X(24).
001490     05  CYC-PRIOR-SLOT              PIC X(64) OCCURS 12 TIMES.
001500     05  FILLER                      PIC X(08).
001510*
001520*    THE SLOT BEING EXAMINED - A COPY OF ONE CC-STEP-SLOT FROM
001530*    THIS CYCLE'S RECORD OR FROM THE PREVIOUS CYCLE'S.
001540 01  CYC-EXAMINED-SLOT.
001550     05  EX-STEP-ID                  PIC X(05).
001560     05  FILLER                      PIC X(20).
001570     05  EX-STEP-STATE               PIC X(01).
001580         88  EX-STEP-NOT-RUN             VALUE SPACE.
001590         88  EX-STEP-STARTED             VALUE 'S'.
001600         88  EX-STEP-ENDED               VALUE 'E'.
001610         88  EX-STEP-RELEASED            VALUE 'L'.
001620     05  FILLER                      PIC X(32).
001630     05  EX-STEP-RC                  PIC 9(02).
001640     05  FILLER                      PIC X(04).
001650*
001660 LINKAGE SECTION.
001670 01  LS-CYCLE-AREA.
001680     COPY CYCLE-CALL.
001690*
001700 PROCEDURE DIVISION USING LS-CYCLE-AREA.
001710*
001720******************************************************************
001730*    0000-MAINLINE - VALIDATE THE CALL, FIND THE CYCLE, THEN     *
001740*    START, END, QUERY OR RELEASE THE STEP.  THE CYCLE RECORD IS *
001750*    HANDED BACK IN CP-CYCLE-IMAGE WHEN ONE WAS FOUND.           *
001760******************************************************************
001770 0000-MAINLINE.
001780     MOVE ZERO TO CP-RESULT.
001790     MOVE SPACES TO CP-REASON.
001800     MOVE SPACES TO CP-CYCLE-IMAGE.
001810     MOVE 'N' TO CYC-OPENER-SWITCH.
001820     MOVE 'N' TO CYC-NEW-CYCLE-SWITCH.
001830     MOVE 'N' TO CYC-FILE-OPEN-SWITCH.
001840     ACCEPT CYC-TODAY FROM DATE YYYYMMDD.
001850     ACCEPT CYC-TIME-NOW FROM TIME.
001860     PERFORM 1000-VALIDATE-CALL THRU 1000-EXIT.
001870     IF NOT CP-CLEARED
001880         GO TO 0000-GOBACK
001890     END-IF.
001900     PERFORM 1100-OPEN-CONTROL-FILE THRU 1100-EXIT.
001910     IF NOT CP-CLEARED
001920         GO TO 0000-GOBACK
001930     END-IF.
001940     PERFORM 1200-LOCATE-CYCLE THRU 1200-EXIT.
001950     IF CP-CLEARED
001960         EVALUATE TRUE
001970             WHEN CP-START-STEP
001980                 PERFORM 2000-START-STEP THRU 2000-EXIT
001990             WHEN CP-END-STEP
002000                 PERFORM 3000-END-STEP THRU 3000-EXIT
002010             WHEN CP-QUERY-STEP
002020                 PERFORM 2100-CHECK-STEP THRU 2100-EXIT
002030             WHEN CP-RELEASE-STEP
002040                 PERFORM 5000-RELEASE-STEP THRU 5000-EXIT
002050         END-EVALUATE
002060         IF NOT CP-CONTROL-FAILURE
002070             MOVE CYCLE-CONTROL-RECORD TO CP-CYCLE-IMAGE
002080         END-IF
002090     END-IF.
002100     PERFORM 1900-CLOSE-CONTROL-FILE THRU 1900-EXIT.
002110 0000-GOBACK.
002120     GOBACK.
002130*
002140******************************************************************
002150*    1000-VALIDATE-CALL - THE FUNCTION MUST BE S, E, Q OR L AND  *
002160*    THE STEP MUST BE ON THE SCHEDULE.                           *
002170******************************************************************
002180 1000-VALIDATE-CALL.
002190     IF NOT CP-START-STEP
002200         AND NOT CP-END-STEP
002210         AND NOT CP-QUERY-STEP
002220         AND NOT CP-RELEASE-STEP
002230         MOVE 9 TO CP-RESULT
002240         STRING 'CYCLE CONTROL FUNCTION ''' CP-FUNCTION
002250             ''' IS NOT VALID' DELIMITED BY SIZE INTO CP-REASON
002260         GO TO 1000-EXIT
002270     END-IF.
002280     MOVE CP-STEP-ID TO CYC-SEARCH-STEP-ID.
002290     PERFORM 1050-SEARCH-SCHEDULE THRU 1050-EXIT.
002300     IF CYC-FOUND-SUB = ZERO
002310         MOVE 9 TO CP-RESULT
002320         STRING 'STEP ' CP-STEP-ID ' IS NOT ON THE SCHEDULE'
002330             DELIMITED BY SIZE INTO CP-REASON
002340         GO TO 1000-EXIT
002350     END-IF.
002360     MOVE CYC-FOUND-SUB TO CYC-STEP-SUB.
002370     IF CP-START-STEP
002380         AND CYC-SCHED-OPENER (CYC-STEP-SUB) = 'Y'
002390         MOVE 'Y' TO CYC-OPENER-SWITCH
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450*    1050-SEARCH-SCHEDULE - FIND CYC-SEARCH-STEP-ID ON THE       *
002460*    SCHEDULE.  CYC-FOUND-SUB IS ITS ENTRY (AND SLOT) NUMBER, OR *
002470*    ZERO WHEN IT IS NOT THERE.                                  *
002480******************************************************************
002490 1050-SEARCH-SCHEDULE.
002500     MOVE ZERO TO CYC-FOUND-SUB.
002510     PERFORM 1060-MATCH-ONE-ENTRY THRU 1060-EXIT
002520         VARYING CYC-SLOT-SUB FROM 1 BY 1
002530         UNTIL CYC-SLOT-SUB > CYC-SCHEDULE-COUNT
002540         OR CYC-FOUND-SUB NOT = ZERO.
002550 1050-EXIT.
002560     EXIT.
002570*
002572******************************************************************
002574*    1060-MATCH-ONE-ENTRY - NOTE THE SCHEDULE ENTRY AT           *
002576*    CYC-SLOT-SUB WHEN IT IS THE STEP SEARCHED FOR.              *
002578******************************************************************
002580 1060-MATCH-ONE-ENTRY.
002590     IF CYC-SCHED-STEP-ID (CYC-SLOT-SUB) = CYC-SEARCH-STEP-ID
002600         MOVE CYC-SLOT-SUB TO CYC-FOUND-SUB
002610     END-IF.
002620 1060-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660*    1100-OPEN-CONTROL-FILE - OPEN THE CYCLE CONTROL KSDS FOR    *
002670*    UPDATE.                                                     *
002680******************************************************************
002690 1100-OPEN-CONTROL-FILE.
002700     OPEN I-O CYCLE-CONTROL.
002710     IF CYC-CONTROL-STATUS NOT = '00'
002720         MOVE 'OPEN' TO CYC-OPERATION
002730         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
002740         GO TO 1100-EXIT
002750     END-IF.
002760     MOVE 'Y' TO CYC-FILE-OPEN-SWITCH.
002770 1100-EXIT.
002780     EXIT.
002790*
002800******************************************************************
002810*    1200-LOCATE-CYCLE - DECIDE WHICH CYCLE THIS CALL IS FOR AND *
002820*    READ IT, WITH THE CYCLE BEFORE IT.  THE OPENING STEP WORKS  *
002830*    ON TODAY'S CYCLE AND BUILDS IT IF IT IS NOT THERE YET.  ANY *
002840*    OTHER CALL WITH NO DATE WORKS ON THE LATEST CYCLE.  A CALL  *
002850*    WITH A DATE NEEDS THAT CYCLE TO EXIST, AND A START MAY ONLY *
002860*    BE RECORDED AGAINST THE LATEST ONE - AN EARLIER NIGHT'S     *
002870*    FILES MUST NOT BE RUN INTO TONIGHT'S CYCLE.                 *
002880******************************************************************
002890 1200-LOCATE-CYCLE.
002900     IF CYC-OPENING-STEP
002910         MOVE CYC-TODAY TO CYC-TARGET-DATE
002920     ELSE
002930         MOVE CP-PROCESS-DATE TO CYC-TARGET-DATE
002940     END-IF.
002950     PERFORM 1300-SCAN-CYCLES THRU 1300-EXIT.
002960     IF CP-CONTROL-FAILURE
002970         GO TO 1200-EXIT
002980     END-IF.
002990     EVALUATE TRUE
003000         WHEN CYC-OPENING-STEP
003010             IF CYC-LATEST-DATE > CYC-TARGET-DATE
003020                 MOVE 4 TO CP-RESULT
003030                 STRING 'CYCLE ' CYC-LATEST-DATE
003040                     ' IS LATER THAN TODAY' DELIMITED BY SIZE
003050                     INTO CP-REASON
003060                 GO TO 1200-EXIT
003070             END-IF
003080             IF CYC-LATEST-DATE = CYC-TARGET-DATE
003090                 MOVE CYC-LATEST-PRIOR-DATE TO CYC-PRIOR-DATE
003100             ELSE
003110                 MOVE CYC-LATEST-DATE TO CYC-PRIOR-DATE
003120                 MOVE 'Y' TO CYC-NEW-CYCLE-SWITCH
003130             END-IF
003140         WHEN CYC-TARGET-DATE = ZERO
003150             IF CYC-LATEST-DATE = ZERO
003160                 MOVE 1 TO CP-RESULT
003170                 MOVE 'NO CYCLE IS OPEN - DL090 HAS NOT RUN'
003180                     TO CP-REASON
003190                 GO TO 1200-EXIT
003200             END-IF
003210             MOVE CYC-LATEST-DATE TO CYC-TARGET-DATE
003220             MOVE CYC-LATEST-PRIOR-DATE TO CYC-PRIOR-DATE
003230         WHEN OTHER
003240             IF NOT CYC-TARGET-FOUND
003250                 MOVE 1 TO CP-RESULT
003260                 STRING 'NO CYCLE FOR ' CYC-TARGET-DATE
003270                     DELIMITED BY SIZE INTO CP-REASON
003280                 GO TO 1200-EXIT
003290             END-IF
003300             IF CP-START-STEP
003310                 AND CYC-TARGET-DATE NOT = CYC-LATEST-DATE
003320                 MOVE 1 TO CP-RESULT
003330                 STRING 'DATE ' CYC-TARGET-DATE
003340                     ' IS NOT THE CURRENT CYCLE' DELIMITED BY SIZE
003350                     INTO CP-REASON
003360                 GO TO 1200-EXIT
003370             END-IF
003380             MOVE CYC-BELOW-TARGET-DATE TO CYC-PRIOR-DATE
003390     END-EVALUATE.
003400     MOVE CYC-TARGET-DATE TO CP-PROCESS-DATE.
003410     MOVE SPACES TO CYC-PRIOR-RECORD.
003420     IF CYC-PRIOR-DATE NOT = ZERO
003430         MOVE CYC-PRIOR-DATE TO CC-PROCESS-DATE
003440         PERFORM 1500-READ-CYCLE THRU 1500-EXIT
003450         IF CP-CONTROL-FAILURE
003460             GO TO 1200-EXIT
003470         END-IF
003480         MOVE CYCLE-CONTROL-RECORD TO CYC-PRIOR-RECORD
003490     END-IF.
003500     IF CYC-NEW-CYCLE
003510         PERFORM 1400-BUILD-NEW-CYCLE THRU 1400-EXIT
003520     ELSE
003530         MOVE CYC-TARGET-DATE TO CC-PROCESS-DATE
003540         PERFORM 1500-READ-CYCLE THRU 1500-EXIT
003550     END-IF.
003560 1200-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600*    1300-SCAN-CYCLES - BROWSE THE FILE IN DATE ORDER FOR THE    *
003610*    LATEST CYCLE AND THE ONE BEFORE IT, AND - WHEN A DATE WAS   *
003620*    ASKED FOR - WHETHER IT EXISTS AND THE LATEST CYCLE BEFORE   *
003630*    IT.  ONE RECORD A NIGHT KEEPS THIS A SHORT BROWSE.          *
003640******************************************************************
003650 1300-SCAN-CYCLES.
003660     MOVE ZERO TO CYC-LATEST-DATE.
003670     MOVE ZERO TO CYC-LATEST-PRIOR-DATE.
003680     MOVE ZERO TO CYC-BELOW-TARGET-DATE.
003690     MOVE 'N' TO CYC-TARGET-FOUND-SWITCH.
003700     MOVE 'N' TO CYC-SCAN-EOF-SWITCH.
003710     MOVE ZERO TO CC-PROCESS-DATE.
003720     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-PROCESS-DATE.
003730     IF CYC-CONTROL-STATUS = '23'
003740         GO TO 1300-EXIT
003750     END-IF.
003760     IF CYC-CONTROL-STATUS NOT = '00'
003770         MOVE 'START' TO CYC-OPERATION
003780         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
003790         GO TO 1300-EXIT
003800     END-IF.
003810     PERFORM 1310-READ-NEXT-CYCLE THRU 1310-EXIT
003820         UNTIL CYC-END-OF-CYCLES.
003830 1300-EXIT.
003840     EXIT.
003850*
003851******************************************************************
003852*    1310-READ-NEXT-CYCLE - READ THE NEXT CYCLE RECORD IN DATE   *
003853*    ORDER FOR 1300, KEEPING THE LATEST DATE AND THE ONE BEFORE  *
003854*    IT, THE LATEST DATE BEFORE THE ONE ASKED FOR, AND WHETHER   *
003855*    THAT DATE EXISTS.  A READ FAILURE ENDS THE BROWSE AS A      *
003856*    CONTROL FAILURE.                                            *
003857******************************************************************
003860 1310-READ-NEXT-CYCLE.
003870     READ CYCLE-CONTROL NEXT RECORD
003880         AT END
003890             MOVE 'Y' TO CYC-SCAN-EOF-SWITCH
003900             GO TO 1310-EXIT
003910     END-READ.
003920     IF CYC-CONTROL-STATUS NOT = '00'
003930         MOVE 'Y' TO CYC-SCAN-EOF-SWITCH
003940         MOVE 'BROWSE' TO CYC-OPERATION
003950         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
003960         GO TO 1310-EXIT
003970     END-IF.
003980     MOVE CYC-LATEST-DATE TO CYC-LATEST-PRIOR-DATE.
003990     MOVE CC-PROCESS-DATE TO CYC-LATEST-DATE.
004000     IF CC-PROCESS-DATE < CYC-TARGET-DATE
004010         MOVE CC-PROCESS-DATE TO CYC-BELOW-TARGET-DATE
004020     END-IF.
004030     IF CC-PROCESS-DATE = CYC-TARGET-DATE
004040         MOVE 'Y' TO CYC-TARGET-FOUND-SWITCH
004050     END-IF.
004060 1310-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    1400-BUILD-NEW-CYCLE - A NEW CYCLE RECORD FOR TODAY, ONE    *
004110*    EMPTY SLOT PER SCHEDULED STEP.  IT IS WRITTEN ONLY IF THE   *
004120*    OPENING STEP IS CLEARED TO START.                           *
004130******************************************************************
004140 1400-BUILD-NEW-CYCLE.
004150     MOVE SPACES TO CYCLE-CONTROL-RECORD.
004160     MOVE CYC-TARGET-DATE TO CC-PROCESS-DATE.
004170     MOVE CYC-TODAY TO CC-OPENED-DATE.
004180     MOVE CYC-TIME-NOW TO CC-OPENED-TIME.
004190     PERFORM 1410-BUILD-ONE-SLOT THRU 1410-EXIT
004200         VARYING CYC-SLOT-SUB FROM 1 BY 1
004210         UNTIL CYC-SLOT-SUB > CYC-SCHEDULE-COUNT.
004220 1400-EXIT.
004230     EXIT.
004240*
004242******************************************************************
004244*    1410-BUILD-ONE-SLOT - COPY ONE SCHEDULE ENTRY INTO ITS SLOT *
004246*    ON THE NEW CYCLE RECORD, WITH NO START, END, OR COUNTS YET. *
004248******************************************************************
004250 1410-BUILD-ONE-SLOT.
004260     MOVE CYC-SCHED-STEP-ID (CYC-SLOT-SUB)
004270         TO CC-STEP-ID (CYC-SLOT-SUB).
004280     MOVE CYC-SCHED-PROGRAM (CYC-SLOT-SUB)
004290         TO CC-PROGRAM-NAME (CYC-SLOT-SUB).
004300     MOVE CYC-SCHED-JOB (CYC-SLOT-SUB)
004310         TO CC-JOB-NAME (CYC-SLOT-SUB).
004320     MOVE ZERO TO CC-START-DATE (CYC-SLOT-SUB).
004330     MOVE ZERO TO CC-START-TIME (CYC-SLOT-SUB).
004340     MOVE ZERO TO CC-END-DATE (CYC-SLOT-SUB).
004350     MOVE ZERO TO CC-END-TIME (CYC-SLOT-SUB).
004360     MOVE ZERO TO CC-STEP-RC (CYC-SLOT-SUB).
004370     MOVE ZERO TO CC-RUN-COUNT (CYC-SLOT-SUB).
004380     MOVE ZERO TO CC-REFUSED-COUNT (CYC-SLOT-SUB).
004390 1410-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430*    1500-READ-CYCLE - READ THE CYCLE WHOSE DATE IS IN           *
004440*    CC-PROCESS-DATE.                                            *
004450******************************************************************
004460 1500-READ-CYCLE.
004470     READ CYCLE-CONTROL.
004480     IF CYC-CONTROL-STATUS NOT = '00'
004490         MOVE 'READ' TO CYC-OPERATION
004500         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
004510     END-IF.
004520 1500-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560*    1600-SAVE-CYCLE - WRITE A NEW CYCLE RECORD OR REWRITE THE   *
004570*    ONE THAT WAS READ.                                          *
004580******************************************************************
004590 1600-SAVE-CYCLE.
004600     IF CYC-NEW-CYCLE
004610         WRITE CYCLE-CONTROL-RECORD
004620         MOVE 'WRITE' TO CYC-OPERATION
004630         MOVE 'N' TO CYC-NEW-CYCLE-SWITCH
004640     ELSE
004650         REWRITE CYCLE-CONTROL-RECORD
004660         MOVE 'REWRITE' TO CYC-OPERATION
004670     END-IF.
004680     IF CYC-CONTROL-STATUS NOT = '00'
004690         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
004700     END-IF.
004710 1600-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750*    1900-CLOSE-CONTROL-FILE - CLOSE THE KSDS.  A FAILURE HERE   *
004760*    IS REPORTED ONLY IF NOTHING ELSE HAS ALREADY FAILED.        *
004770******************************************************************
004780 1900-CLOSE-CONTROL-FILE.
004790     IF NOT CYC-FILE-IS-OPEN
004800         GO TO 1900-EXIT
004810     END-IF.
004820     CLOSE CYCLE-CONTROL.
004830     MOVE 'N' TO CYC-FILE-OPEN-SWITCH.
004840     IF CYC-CONTROL-STATUS NOT = '00'
004850         AND NOT CP-CONTROL-FAILURE
004860         MOVE 'CLOSE' TO CYC-OPERATION
004870         PERFORM 9000-CONTROL-FAILURE THRU 9000-EXIT
004880     END-IF.
004890 1900-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930*    2000-START-STEP - CHECK THE STEP MAY RUN AND RECORD ITS     *
004940*    START.  A REFUSAL IS COUNTED ON THE CYCLE RECORD SO THE     *
004950*    STATUS REPORT SHOWS IT - EXCEPT A REFUSED OPENING STEP,     *
004960*    WHOSE NEW CYCLE IS NEVER WRITTEN.                           *
004970******************************************************************
004980 2000-START-STEP.
004990     PERFORM 2100-CHECK-STEP THRU 2100-EXIT.
005000     IF CP-CONTROL-FAILURE
005010         GO TO 2000-EXIT
005020     END-IF.
005030     IF CP-CLEARED
005040         MOVE 'S' TO CC-STEP-STATE (CYC-STEP-SUB)
005050         MOVE CYC-TODAY TO CC-START-DATE (CYC-STEP-SUB)
005060         MOVE CYC-TIME-NOW TO CC-START-TIME (CYC-STEP-SUB)
005070         MOVE ZERO TO CC-END-DATE (CYC-STEP-SUB)
005080         MOVE ZERO TO CC-END-TIME (CYC-STEP-SUB)
005090         MOVE ZERO TO CC-STEP-RC (CYC-STEP-SUB)
005100         IF CC-RUN-COUNT (CYC-STEP-SUB) < 99
005110             ADD 1 TO CC-RUN-COUNT (CYC-STEP-SUB)
005120         END-IF
005130     ELSE
005140         IF CYC-NEW-CYCLE
005150             GO TO 2000-EXIT
005160         END-IF
005170         IF CC-REFUSED-COUNT (CYC-STEP-SUB) < 99
005180             ADD 1 TO CC-REFUSED-COUNT (CYC-STEP-SUB)
005190         END-IF
005200     END-IF.
005210     PERFORM 1600-SAVE-CYCLE THRU 1600-EXIT.
005220 2000-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260*    2100-CHECK-STEP - MAY THIS STEP RUN NOW?  A STEP THAT MAY   *
005270*    NOT REPEAT IS REFUSED ONCE IT HAS COMPLETED, UNLESS THE     *
005280*    CALLER ASKED FOR A RERUN.  THEN EVERY PREREQUISITE MUST     *
005290*    HOLD.  A STEP LEFT STARTED (IT NEVER REPORTED ITS END) HAS  *
005300*    NOT COMPLETED, SO IT MAY BE RESTARTED.                      *
005310******************************************************************
005320 2100-CHECK-STEP.
005330     MOVE CC-STEP-SLOT (CYC-STEP-SUB) TO CYC-EXAMINED-SLOT.
005340     IF CYC-SCHED-REPEATABLE (CYC-STEP-SUB) = 'N'
005350         AND NOT CP-RERUN-OVERRIDE
005360         MOVE CYC-STEP-SUB TO CYC-TEST-SUB
005370         PERFORM 2300-TEST-COMPLETED THRU 2300-EXIT
005380         IF CYC-STEP-COMPLETED
005390             MOVE 3 TO CP-RESULT
005400             IF EX-STEP-RELEASED
005410                 STRING CP-STEP-ID ' ALREADY RELEASED THIS CYCLE'
005420                     DELIMITED BY SIZE INTO CP-REASON
005430             ELSE
005440                 STRING CP-STEP-ID ' ALREADY COMPLETED - RC '
005450                     EX-STEP-RC DELIMITED BY SIZE INTO CP-REASON
005460             END-IF
005470             GO TO 2100-EXIT
005480         END-IF
005490     END-IF.
005500     PERFORM 2200-CHECK-ONE-PREREQUISITE THRU 2200-EXIT
005510         VARYING CYC-PREREQ-SUB FROM 1 BY 1
005520         UNTIL CYC-PREREQ-SUB > 3
005530         OR NOT CP-CLEARED.
005540 2100-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580*    2200-CHECK-ONE-PREREQUISITE - TEST ONE PREREQUISITE OF THE  *
005590*    STEP BY ITS KIND (SEE THE PROGRAM HEADER).                  *
005600******************************************************************
005610 2200-CHECK-ONE-PREREQUISITE.
005620     IF CYC-PRE-KIND (CYC-STEP-SUB CYC-PREREQ-SUB) = SPACE
005630         GO TO 2200-EXIT
005640     END-IF.
005650     MOVE CYC-PRE-STEP-ID (CYC-STEP-SUB CYC-PREREQ-SUB)
005660         TO CYC-SEARCH-STEP-ID.
005670     PERFORM 1050-SEARCH-SCHEDULE THRU 1050-EXIT.
005680     IF CYC-FOUND-SUB = ZERO
005690         MOVE 9 TO CP-RESULT
005700         STRING 'PREREQUISITE ' CYC-SEARCH-STEP-ID
005710             ' IS NOT ON THE SCHEDULE' DELIMITED BY SIZE
005720             INTO CP-REASON
005730         GO TO 2200-EXIT
005740     END-IF.
005750     EVALUATE CYC-PRE-KIND (CYC-STEP-SUB CYC-PREREQ-SUB)
005760         WHEN 'P'
005770             IF CYC-PRIOR-DATE = ZERO
005780                 GO TO 2200-EXIT
005790             END-IF
005800             MOVE CYC-PRIOR-SLOT (CYC-FOUND-SUB)
005810                 TO CYC-EXAMINED-SLOT
005820             PERFORM 2250-TEST-ENDED-CLEANLY THRU 2250-EXIT
005830         WHEN 'R'
005840             MOVE CC-STEP-SLOT (CYC-FOUND-SUB)
005850                 TO CYC-EXAMINED-SLOT
005860             PERFORM 2250-TEST-ENDED-CLEANLY THRU 2250-EXIT
005870         WHEN 'C'
005880             MOVE CC-STEP-SLOT (CYC-FOUND-SUB)
005890                 TO CYC-EXAMINED-SLOT
005900             IF NOT EX-STEP-NOT-RUN
005910                 PERFORM 2250-TEST-ENDED-CLEANLY THRU 2250-EXIT
005920             END-IF
005930         WHEN 'X'
005940             PERFORM 2260-TEST-EXTRACT-SENT THRU 2260-EXIT
005950         WHEN 'B'
005960             MOVE CC-STEP-SLOT (CYC-FOUND-SUB)
005970                 TO CYC-EXAMINED-SLOT
005980             MOVE CYC-FOUND-SUB TO CYC-TEST-SUB
005990             PERFORM 2300-TEST-COMPLETED THRU 2300-EXIT
006000             IF CYC-STEP-COMPLETED
006010                 MOVE 4 TO CP-RESULT
006020                 STRING CYC-SEARCH-STEP-ID
006030                     ' HAS ALREADY RUN - OUT OF ORDER'
006040                     DELIMITED BY SIZE INTO CP-REASON
006050             END-IF
006060     END-EVALUATE.
006070 2200-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110*    2250-TEST-ENDED-CLEANLY - THE EXAMINED STEP MUST HAVE BEEN  *
006120*    RELEASED OR HAVE ENDED WITH AN RC NO HIGHER THAN THE        *
006130*    PREREQUISITE'S MAXIMUM.  THE REASON SAYS WHAT IT DID DO.    *
006140******************************************************************
006150 2250-TEST-ENDED-CLEANLY.
006160     IF EX-STEP-RELEASED
006170         GO TO 2250-EXIT
006180     END-IF.
006190     IF EX-STEP-ENDED
006200         AND EX-STEP-RC NOT >
006210             CYC-PRE-MAX-RC (CYC-STEP-SUB CYC-PREREQ-SUB)
006220         GO TO 2250-EXIT
006230     END-IF.
006240     MOVE 2 TO CP-RESULT.
006250     MOVE 1 TO CYC-REASON-POINTER.
006260     IF CYC-PRE-KIND (CYC-STEP-SUB CYC-PREREQ-SUB) = 'P'
006270         STRING 'PREVIOUS CYCLE ' DELIMITED BY SIZE
006280             INTO CP-REASON WITH POINTER CYC-REASON-POINTER
006290     END-IF.
006300     EVALUATE TRUE
006310         WHEN EX-STEP-NOT-RUN
006320             STRING CYC-SEARCH-STEP-ID ' HAS NOT RUN'
006330                 DELIMITED BY SIZE INTO CP-REASON
006340                 WITH POINTER CYC-REASON-POINTER
006350         WHEN EX-STEP-STARTED
006360             STRING CYC-SEARCH-STEP-ID ' STARTED, NOT ENDED'
006370                 DELIMITED BY SIZE INTO CP-REASON
006380                 WITH POINTER CYC-REASON-POINTER
006390         WHEN OTHER
006400             STRING CYC-SEARCH-STEP-ID ' ENDED RC ' EX-STEP-RC
006410                 DELIMITED BY SIZE INTO CP-REASON
006420                 WITH POINTER CYC-REASON-POINTER
006430     END-EVALUATE.
006440 2250-EXIT.
006450     EXIT.
006460*
006470******************************************************************
006480*    2260-TEST-EXTRACT-SENT - AN 'X' PREREQUISITE APPLIES ONLY   *
006490*    WHEN THE DAILY RUN ENDED LOW ENOUGH FOR DL100J TO TRANSMIT  *
006500*    THE EXTRACT - OTHERWISE THERE IS NOTHING FOR THE STEP TO    *
006510*    HAVE MATCHED.                                               *
006520******************************************************************
006530 2260-TEST-EXTRACT-SENT.
006540     MOVE 'DL100' TO CYC-SEARCH-STEP-ID.
006550     PERFORM 1050-SEARCH-SCHEDULE THRU 1050-EXIT.
006560     MOVE CC-STEP-SLOT (CYC-FOUND-SUB) TO CYC-EXAMINED-SLOT.
006570     IF NOT EX-STEP-ENDED
006580         OR EX-STEP-RC > CYC-TRANSMIT-MAX-RC
006590         GO TO 2260-EXIT
006600     END-IF.
006610     MOVE CYC-PRE-STEP-ID (CYC-STEP-SUB CYC-PREREQ-SUB)
006620         TO CYC-SEARCH-STEP-ID.
006630     PERFORM 1050-SEARCH-SCHEDULE THRU 1050-EXIT.
006640     MOVE CC-STEP-SLOT (CYC-FOUND-SUB) TO CYC-EXAMINED-SLOT.
006650     PERFORM 2250-TEST-ENDED-CLEANLY THRU 2250-EXIT.
006660 2260-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700*    2300-TEST-COMPLETED - HAS THE EXAMINED STEP COMPLETED?  IT  *
006710*    HAS IF IT WAS RELEASED OR ENDED WITH AN RC NO HIGHER THAN   *
006720*    ITS SCHEDULE ENTRY (CYC-TEST-SUB) ALLOWS.                   *
006730******************************************************************
006740 2300-TEST-COMPLETED.
006750     MOVE 'N' TO CYC-COMPLETED-SWITCH.
006760     IF EX-STEP-RELEASED
006770         MOVE 'Y' TO CYC-COMPLETED-SWITCH
006780     END-IF.
006790     IF EX-STEP-ENDED
006800         AND EX-STEP-RC NOT >
006810             CYC-SCHED-COMPLETE-MAX (CYC-TEST-SUB)
006820         MOVE 'Y' TO CYC-COMPLETED-SWITCH
006830     END-IF.
006840 2300-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880*    3000-END-STEP - RECORD THE STEP'S END AND RETURN CODE.      *
006890******************************************************************
006900 3000-END-STEP.
006910     MOVE 'E' TO CC-STEP-STATE (CYC-STEP-SUB).
006920     MOVE CYC-TODAY TO CC-END-DATE (CYC-STEP-SUB).
006930     MOVE CYC-TIME-NOW TO CC-END-TIME (CYC-STEP-SUB).
006940     MOVE CP-STEP-RC TO CC-STEP-RC (CYC-STEP-SUB).
006950     PERFORM 1600-SAVE-CYCLE THRU 1600-EXIT.
006960 3000-EXIT.
006970     EXIT.
006980*
006990******************************************************************
007000*    5000-RELEASE-STEP - THE OPERATOR HAS DECIDED THE STEP IS    *
007010*    NOT TO BE RUN (OR RERUN) THIS CYCLE.  IT THEN COUNTS AS     *
007020*    COMPLETED FOR EVERY STEP THAT DEPENDS ON IT.                *
007030******************************************************************
007040 5000-RELEASE-STEP.
007050     MOVE 'L' TO CC-STEP-STATE (CYC-STEP-SUB).
007060     MOVE CYC-TODAY TO CC-END-DATE (CYC-STEP-SUB).
007070     MOVE CYC-TIME-NOW TO CC-END-TIME (CYC-STEP-SUB).
007080     PERFORM 1600-SAVE-CYCLE THRU 1600-EXIT.
007090 5000-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    9000-CONTROL-FAILURE - THE CYCLE CONTROL FILE COULD NOT BE  *
007140*    USED.  RETURNED AS RESULT 9 WITH THE OPERATION AND STATUS.  *
007150******************************************************************
007160 9000-CONTROL-FAILURE.
007170     MOVE 9 TO CP-RESULT.
007180     MOVE SPACES TO CP-REASON.
007190     STRING 'CYCLE CONTROL ' CYC-OPERATION ' FAILED - STATUS '
007200         CYC-CONTROL-STATUS DELIMITED BY SIZE INTO CP-REASON.
007210 9000-EXIT.
007220     EXIT.
