000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   CYCLRPT                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  DAILY CYCLE STATUS REPORT (DL290), FOR THE        *
000100*    MORNING HANDOVER.  LISTS EVERY SCHEDULED STEP OF ONE CYCLE  *
000110*    FROM THE CYCLE CONTROL FILE - WHEN IT STARTED AND ENDED,    *
000120*    ITS RETURN CODE, HOW MANY TIMES IT RAN AND WAS REFUSED -    *
000130*    AND WHAT IT IS WAITING FOR, AS CYCLE CONTROL ITSELF WOULD   *
000140*    ANSWER IF THE STEP WERE SUBMITTED NOW.  PARM:               *
000150*      (BLANK)          THE LATEST CYCLE                         *
000160*      DATE=YYYYMMDD    AN EARLIER CYCLE                         *
000170*      RELEASE=DLNNN    MARK THE STEP RELEASED ON THE LATEST     *
000180*                       CYCLE (IT WILL NOT BE RUN TONIGHT, AND   *
000190*                       THE STEPS THAT DEPEND ON IT MAY GO       *
000200*                       AHEAD), THEN REPORT THE CYCLE            *
000210*    ALL READING AND UPDATING GOES THROUGH CYCLCTL.  RC 0 WHEN   *
000220*    NO STEP NEEDS ATTENTION, 4 WHEN A STEP IS STARTED WITH NO   *
000230*    END RECORDED OR ENDED WITH RC 8 OR MORE, OR THERE IS NO     *
000240*    CYCLE, 16 ON A BAD PARM, A REFUSED RELEASE, OR A CYCLE      *
000250*    CONTROL OR REPORT FILE FAILURE.                             *
000260*                                                                *
000270*    MODIFICATION HISTORY.                                       *
000280*    DATE       INIT DESCRIPTION                                 *
000290*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CYCLRPT.
000340 AUTHOR. J. MATELAT.
000350 INSTALLATION. EDD BATCH SYSTEMS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-Z.
000420 OBJECT-COMPUTER. IBM-Z.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CYCLE-REPORT
000460         ASSIGN TO CYCLRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS DL290-CYCLE-RPT-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530*
000540 FD  CYCLE-REPORT
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 133 CHARACTERS.
000570 01  CYCLE-REPORT-RECORD         PIC X(133).
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610 COPY MESSAGES.
000620*
000630 01  DL290-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000640*
000650 01  DL290-FILE-STATUS-FIELDS.
000660     05  DL290-CYCLE-RPT-STATUS      PIC X(02) VALUE '00'.
000670*
000680 01  DL290-ABEND-FIELDS.
000690     05  DL290-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
000700     05  DL290-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
000710*
000720 01  DL290-SWITCHES.
000730     05  DL290-RELEASE-SWITCH        PIC X(01) VALUE 'N'.
000740         88  DL290-RELEASE-REQUESTED     VALUE 'Y'.
000750     05  DL290-CYCLE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000760         88  DL290-CYCLE-FOUND           VALUE 'Y'.
000770*
000780 01  DL290-RUN-DATE                  PIC 9(08) VALUE ZERO.
000790*
000800*    THE CYCLE ASKED FOR - ZERO FOR THE LATEST - AND THE STEP
000810*    THE OPERATOR IS RELEASING.
000820 01  DL290-PARM-FIELDS.
000830     05  DL290-CYCLE-DATE            PIC 9(08) VALUE ZERO.
000840     05  DL290-RELEASE-STEP-ID       PIC X(05) VALUE SPACES.
000850*
000860 01  DL290-COUNTERS.
000870     05  DL290-SLOT-SUB              PIC 9(02) COMP VALUE ZERO.
000880     05  DL290-STEP-COUNT            PIC 9(03) VALUE ZERO.
000890     05  DL290-NOT-RUN-COUNT         PIC 9(03) VALUE ZERO.
000900     05  DL290-STARTED-COUNT         PIC 9(03) VALUE ZERO.
000910     05  DL290-ENDED-COUNT           PIC 9(03) VALUE ZERO.
000920     05  DL290-RELEASED-COUNT        PIC 9(03) VALUE ZERO.
000930     05  DL290-ATTENTION-COUNT       PIC 9(03) VALUE ZERO.
000940*
000945 01  DL290-LIMITS.
000950*    A STEP THAT ENDED WITH THIS RC OR MORE IS FLAGGED FOR THE
000960*    HANDOVER EVEN WHEN CYCLE CONTROL COUNTS IT AS COMPLETED.
000975     05  DL290-ATTENTION-RC          PIC 9(02) VALUE 8.
000980*
000990 01  DL290-CYCLE-AREA.
001000     COPY CYCLE-CALL.
001010*
001020*    THE CYCLE RECORD AS CYCLCTL HANDS IT BACK.
001030 01  DL290-CYCLE-RECORD.
001040     COPY CYCLE-CONTROL.
001050*
001060 01  DL290-REPORT-HEADING-LINE.
001070     05  FILLER                      PIC X(01) VALUE '1'.
001080     05  FILLER                      PIC X(60) VALUE
001090         'EDD DAILY CYCLE STATUS'.
001100     05  FILLER                      PIC X(06) VALUE 'DATE:'.
001110     05  HL-RUN-DATE                 PIC 9(08).
001120     05  FILLER                      PIC X(58) VALUE SPACES.
001130*
001140 01  DL290-CYCLE-LINE.
001150     05  FILLER                      PIC X(01) VALUE SPACE.
001160     05  FILLER                      PIC X(20) VALUE
001170         'CYCLE PROCESS DATE:'.
001180     05  CY-PROCESS-DATE             PIC 9(08).
001190     05  FILLER                      PIC X(12) VALUE
001200         '   OPENED:'.
001210     05  CY-OPENED-DATE              PIC 9(08).
001220     05  FILLER                      PIC X(01) VALUE SPACE.
001230     05  CY-OPENED-TIME              PIC X(06).
001240     05  FILLER                      PIC X(77) VALUE SPACES.
001250*
001260 01  DL290-SECTION-LINE.
001270     05  FILLER                      PIC X(01) VALUE SPACE.
001280     05  SL-TEXT                     PIC X(60) VALUE SPACES.
001290     05  FILLER                      PIC X(72) VALUE SPACES.
001300*
001310 01  DL290-COLUMN-LINE.
001320     05  FILLER                      PIC X(01) VALUE SPACE.
001330     05  FILLER                      PIC X(07) VALUE 'STEP'.
001340     05  FILLER                      PIC X(14) VALUE 'PROGRAM'.
001350     05  FILLER                      PIC X(10) VALUE 'JOB'.
001360     05  FILLER                      PIC X(10) VALUE 'STATE'.
001370     05  FILLER                      PIC X(17) VALUE 'STARTED'.
001380     05  FILLER                      PIC X(17) VALUE 'ENDED'.
001390     05  FILLER                      PIC X(04) VALUE 'RC'.
001400     05  FILLER                      PIC X(05) VALUE 'RUNS'.
001410     05  FILLER                      PIC X(08) VALUE 'REFUSED'.
001420     05  FILLER                      PIC X(40) VALUE
001430         'NEXT'.
001440*
001450 01  DL290-STEP-LINE.
001460     05  FILLER                      PIC X(01) VALUE SPACE.
001470     05  DT-STEP-ID                  PIC X(05).
001480     05  FILLER                      PIC X(02) VALUE SPACES.
001490     05  DT-PROGRAM                  PIC X(12).
001500     05  FILLER                      PIC X(02) VALUE SPACES.
001510     05  DT-JOB                      PIC X(08).
001520     05  FILLER                      PIC X(02) VALUE SPACES.
001530     05  DT-STATE                    PIC X(08).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  DT-START-DATE               PIC X(08).
001560     05  FILLER                      PIC X(01) VALUE SPACE.
001570     05  DT-START-TIME               PIC X(06).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  DT-END-DATE                 PIC X(08).
001600     05  FILLER                      PIC X(01) VALUE SPACE.
001610     05  DT-END-TIME                 PIC X(06).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  DT-RC                       PIC X(02).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  DT-RUNS                     PIC Z9.
001660     05  FILLER                      PIC X(03) VALUE SPACES.
001670     05  DT-REFUSED                  PIC Z9.
001680     05  FILLER                      PIC X(06) VALUE SPACES.
001690     05  DT-NEXT                     PIC X(40).
001700*
001710*    A DATE AND TIME FROM THE CYCLE RECORD, SHOWN ONLY WHEN SET.
001720 01  DL290-STAMP-FIELDS.
001730     05  DL290-STAMP-DATE            PIC 9(08) VALUE ZERO.
001740     05  DL290-STAMP-TIME            PIC 9(08) VALUE ZERO.
001750     05  DL290-STAMP-TIME-SPLIT REDEFINES DL290-STAMP-TIME.
001760         10  DL290-STAMP-HHMMSS      PIC X(06).
001770         10  FILLER                  PIC X(02).
001780*
001790 01  DL290-TOTAL-LINE.
001800     05  FILLER                      PIC X(01) VALUE SPACE.
001810     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
001820     05  TO-COUNT                    PIC ZZ9.
001830     05  FILLER                      PIC X(93) VALUE SPACES.
001840*
001850 01  DL290-VERDICT-LINE.
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  VD-VERDICT                  PIC X(60) VALUE SPACES.
001880     05  FILLER                      PIC X(72) VALUE SPACES.
001890*
001900 01  DL290-BLANK-LINE                PIC X(133) VALUE SPACES.
001910*
001920 LINKAGE SECTION.
001930 01  LS-PARM-AREA.
001940     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001950     05  LS-PARM-TEXT                PIC X(80).
001960*
001970 PROCEDURE DIVISION USING LS-PARM-AREA.
001980*
001990******************************************************************
002000*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE STATUS REPORT.    *
002010******************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-REPORT-CYCLE THRU 2000-EXIT.
002050     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002060     STOP RUN.
002070*
002080******************************************************************
002090*    1000-INITIALIZE - READ THE PARM, RELEASE A STEP IF ONE WAS  *
002100*    NAMED, OPEN THE REPORT AND WRITE THE HEADING.               *
002110******************************************************************
002120 1000-INITIALIZE.
002130     MOVE 56 TO DL290-MESSAGE-NUMBER.
002140     DISPLAY DL100-MESSAGE-ENTRY (DL290-MESSAGE-NUMBER).
002150     ACCEPT DL290-RUN-DATE FROM DATE YYYYMMDD.
002160     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002170     IF DL290-RELEASE-REQUESTED
002180         PERFORM 1200-RELEASE-STEP THRU 1200-EXIT
002190     END-IF.
002200     OPEN OUTPUT CYCLE-REPORT.
002210     IF DL290-CYCLE-RPT-STATUS NOT = '00'
002220         MOVE 'CYCLE-REPORT' TO DL290-ABEND-FILE-NAME
002230         MOVE DL290-CYCLE-RPT-STATUS TO DL290-ABEND-FILE-STATUS
002240         PERFORM 9999-ABEND-PARAGRAPH
002250     END-IF.
002260     MOVE DL290-RUN-DATE TO HL-RUN-DATE.
002270     WRITE CYCLE-REPORT-RECORD FROM DL290-REPORT-HEADING-LINE.
002280     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002290     WRITE CYCLE-REPORT-RECORD FROM DL290-BLANK-LINE.
002300     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*
002340******************************************************************
002350*    1100-PARSE-PARM - BLANK FOR THE LATEST CYCLE,               *
002360*    'DATE=YYYYMMDD' FOR AN EARLIER ONE, OR 'RELEASE=DLNNN' TO   *
002370*    RELEASE A STEP ON THE LATEST CYCLE.  ANYTHING ELSE STOPS    *
002380*    THE RUN.                                                    *
002390******************************************************************
002400 1100-PARSE-PARM.
002410     IF LS-PARM-LENGTH = ZERO OR LS-PARM-TEXT = SPACES
002420         GO TO 1100-EXIT
002430     END-IF.
002440     IF LS-PARM-TEXT (1:5) = 'DATE='
002450         AND LS-PARM-TEXT (6:8) IS NUMERIC
002460         AND LS-PARM-TEXT (14:67) = SPACES
002470         MOVE LS-PARM-TEXT (6:8) TO DL290-CYCLE-DATE
002480         GO TO 1100-EXIT
002490     END-IF.
002500     IF LS-PARM-TEXT (1:8) = 'RELEASE='
002510         AND LS-PARM-TEXT (9:2) = 'DL'
002520         AND LS-PARM-TEXT (11:3) IS NUMERIC
002530         AND LS-PARM-TEXT (14:67) = SPACES
002540         MOVE LS-PARM-TEXT (9:5) TO DL290-RELEASE-STEP-ID
002550         MOVE 'Y' TO DL290-RELEASE-SWITCH
002560         GO TO 1100-EXIT
002570     END-IF.
002580     DISPLAY 'CYCLRPT - UNRECOGNIZABLE PARM: ' LS-PARM-TEXT.
002590     MOVE 16 TO RETURN-CODE.
002600     STOP RUN.
002610 1100-EXIT.
002620     EXIT.
002630*
002640******************************************************************
002650*    1200-RELEASE-STEP - THE OPERATOR HAS DECIDED THE STEP WILL  *
002660*    NOT RUN THIS CYCLE.  CYCLE CONTROL MARKS IT RELEASED ON THE *
002670*    LATEST CYCLE, AND IT THEN COUNTS AS COMPLETED FOR EVERY     *
002680*    STEP THAT DEPENDS ON IT.  A REFUSED RELEASE STOPS THE RUN   *
002690*    BEFORE ANYTHING IS PRINTED.                                 *
002700******************************************************************
002710 1200-RELEASE-STEP.
002720     MOVE SPACES TO DL290-CYCLE-AREA.
002730     MOVE 'L' TO CP-FUNCTION.
002740     MOVE DL290-RELEASE-STEP-ID TO CP-STEP-ID.
002750     MOVE ZERO TO CP-PROCESS-DATE.
002760     MOVE ZERO TO CP-STEP-RC.
002770     CALL 'CYCLCTL' USING DL290-CYCLE-AREA.
002780     IF NOT CP-CLEARED
002790         DISPLAY 'RELEASE OF ' DL290-RELEASE-STEP-ID
002800                 ' REFUSED - ' CP-REASON
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     MOVE 57 TO DL290-MESSAGE-NUMBER.
002850     DISPLAY DL100-MESSAGE-ENTRY (DL290-MESSAGE-NUMBER).
002860     DISPLAY 'STEP ' DL290-RELEASE-STEP-ID ' RELEASED ON CYCLE '
002870             CP-PROCESS-DATE.
002880 1200-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*    2000-REPORT-CYCLE - FETCH THE CYCLE RECORD THROUGH A QUERY  *
002930*    OF THE OPENING STEP (DL090), WHICH IS ON EVERY CYCLE, THEN  *
002940*    LIST ITS STEPS IN SCHEDULE ORDER.  FROM HERE ON EVERY QUERY *
002950*    NAMES THE CYCLE'S OWN DATE.                                 *
002960******************************************************************
002970 2000-REPORT-CYCLE.
002980     MOVE SPACES TO DL290-CYCLE-AREA.
002990     MOVE 'Q' TO CP-FUNCTION.
003000     MOVE 'DL090' TO CP-STEP-ID.
003010     MOVE DL290-CYCLE-DATE TO CP-PROCESS-DATE.
003020     MOVE ZERO TO CP-STEP-RC.
003030     CALL 'CYCLCTL' USING DL290-CYCLE-AREA.
003040     IF CP-CONTROL-FAILURE
003050         PERFORM 9000-CYCLE-CONTROL-FAILURE THRU 9000-EXIT
003060     END-IF.
003070     IF CP-NOT-CURRENT-CYCLE
003080         MOVE CP-REASON TO SL-TEXT
003090         WRITE CYCLE-REPORT-RECORD FROM DL290-SECTION-LINE
003100         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
003110         GO TO 2000-EXIT
003120     END-IF.
003130     MOVE 'Y' TO DL290-CYCLE-FOUND-SWITCH.
003140     MOVE CP-PROCESS-DATE TO DL290-CYCLE-DATE.
003150     MOVE CP-CYCLE-IMAGE TO DL290-CYCLE-RECORD.
003160     MOVE CC-PROCESS-DATE TO CY-PROCESS-DATE.
003170     MOVE CC-OPENED-DATE TO CY-OPENED-DATE.
003180     MOVE CC-OPENED-TIME TO DL290-STAMP-TIME.
003190     MOVE DL290-STAMP-HHMMSS TO CY-OPENED-TIME.
003200     WRITE CYCLE-REPORT-RECORD FROM DL290-CYCLE-LINE.
003210     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003220     IF DL290-RELEASE-REQUESTED
003230         MOVE SPACES TO SL-TEXT
003240         STRING 'STEP ' DL290-RELEASE-STEP-ID
003250             ' RELEASED BY OPERATOR THIS RUN' DELIMITED BY SIZE
003260             INTO SL-TEXT
003270         WRITE CYCLE-REPORT-RECORD FROM DL290-SECTION-LINE
003280         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
003290     END-IF.
003300     WRITE CYCLE-REPORT-RECORD FROM DL290-BLANK-LINE.
003310     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003320     WRITE CYCLE-REPORT-RECORD FROM DL290-COLUMN-LINE.
003330     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003340     PERFORM 2100-REPORT-ONE-STEP THRU 2100-EXIT
003350         VARYING DL290-SLOT-SUB FROM 1 BY 1
003360         UNTIL DL290-SLOT-SUB > 12.
003370 2000-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410*    2100-REPORT-ONE-STEP - ONE LINE PER SLOT IN USE.  A STEP    *
003420*    STARTED WITH NO END RECORDED IS EITHER STILL RUNNING OR     *
003430*    DIED WITHOUT REPORTING, AND A STEP THAT ENDED RC 8 OR MORE  *
003440*    WANTS LOOKING AT - BOTH ARE MARKED '**' FOR THE HANDOVER.   *
003450*    FOR THE OTHERS, NEXT IS CYCLE CONTROL'S OWN ANSWER TO       *
003460*    WHETHER THE STEP COULD BE SUBMITTED NOW.                    *
003470******************************************************************
003480 2100-REPORT-ONE-STEP.
003490     IF CC-STEP-ID (DL290-SLOT-SUB) = SPACES
003500         GO TO 2100-EXIT
003510     END-IF.
003520     ADD 1 TO DL290-STEP-COUNT.
003530     MOVE CC-STEP-ID (DL290-SLOT-SUB) TO DT-STEP-ID.
003540     MOVE CC-PROGRAM-NAME (DL290-SLOT-SUB) TO DT-PROGRAM.
003550     MOVE CC-JOB-NAME (DL290-SLOT-SUB) TO DT-JOB.
003560     MOVE SPACES TO DT-START-DATE DT-START-TIME.
003570     MOVE SPACES TO DT-END-DATE DT-END-TIME.
003580     MOVE SPACES TO DT-RC.
003590     MOVE SPACES TO DT-NEXT.
003600     MOVE CC-RUN-COUNT (DL290-SLOT-SUB) TO DT-RUNS.
003610     MOVE CC-REFUSED-COUNT (DL290-SLOT-SUB) TO DT-REFUSED.
003620     IF CC-START-DATE (DL290-SLOT-SUB) NOT = ZERO
003630         MOVE CC-START-DATE (DL290-SLOT-SUB) TO DL290-STAMP-DATE
003640         MOVE DL290-STAMP-DATE TO DT-START-DATE
003650         MOVE CC-START-TIME (DL290-SLOT-SUB) TO DL290-STAMP-TIME
003660         MOVE DL290-STAMP-HHMMSS TO DT-START-TIME
003670     END-IF.
003680     IF CC-END-DATE (DL290-SLOT-SUB) NOT = ZERO
003690         MOVE CC-END-DATE (DL290-SLOT-SUB) TO DL290-STAMP-DATE
003700         MOVE DL290-STAMP-DATE TO DT-END-DATE
003710         MOVE CC-END-TIME (DL290-SLOT-SUB) TO DL290-STAMP-TIME
003720         MOVE DL290-STAMP-HHMMSS TO DT-END-TIME
003730     END-IF.
003740     EVALUATE TRUE
003750         WHEN CC-STEP-NOT-RUN (DL290-SLOT-SUB)
003760             MOVE 'NOT RUN' TO DT-STATE
003770             ADD 1 TO DL290-NOT-RUN-COUNT
003780             PERFORM 2200-QUERY-STEP THRU 2200-EXIT
003790         WHEN CC-STEP-STARTED (DL290-SLOT-SUB)
003800             MOVE 'STARTED' TO DT-STATE
003810             ADD 1 TO DL290-STARTED-COUNT
003820             ADD 1 TO DL290-ATTENTION-COUNT
003830             MOVE '** STARTED, NO END RECORDED' TO DT-NEXT
003840         WHEN CC-STEP-ENDED (DL290-SLOT-SUB)
003850             MOVE 'ENDED' TO DT-STATE
003860             MOVE CC-STEP-RC (DL290-SLOT-SUB) TO DT-RC
003870             ADD 1 TO DL290-ENDED-COUNT
003880             IF CC-STEP-RC (DL290-SLOT-SUB)
003890                     NOT < DL290-ATTENTION-RC
003900                 ADD 1 TO DL290-ATTENTION-COUNT
003910                 STRING '** ENDED RC ' CC-STEP-RC (DL290-SLOT-SUB)
003920                     ' - CHECK THE JOB OUTPUT' DELIMITED BY SIZE
003930                     INTO DT-NEXT
003940             ELSE
003950                 PERFORM 2200-QUERY-STEP THRU 2200-EXIT
003960             END-IF
003970         WHEN CC-STEP-RELEASED (DL290-SLOT-SUB)
003980             MOVE 'RELEASED' TO DT-STATE
003990             ADD 1 TO DL290-RELEASED-COUNT
004000             MOVE 'RELEASED BY OPERATOR' TO DT-NEXT
004010         WHEN OTHER
004020             MOVE CC-STEP-STATE (DL290-SLOT-SUB) TO DT-STATE
004030             ADD 1 TO DL290-ATTENTION-COUNT
004040             MOVE '** STATE NOT RECOGNIZED' TO DT-NEXT
004050     END-EVALUATE.
004060     WRITE CYCLE-REPORT-RECORD FROM DL290-STEP-LINE.
004070     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004080 2100-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    2200-QUERY-STEP - ASK CYCLE CONTROL WHETHER THE STEP COULD  *
004130*    START NOW.  ALREADY COMPLETED IS SHOWN AS COMPLETE, CLEARED *
004140*    AS READY, AND ANY OTHER ANSWER AS CYCLE CONTROL'S REASON.   *
004150******************************************************************
004160 2200-QUERY-STEP.
004170     MOVE SPACES TO DL290-CYCLE-AREA.
004180     MOVE 'Q' TO CP-FUNCTION.
004190     MOVE CC-STEP-ID (DL290-SLOT-SUB) TO CP-STEP-ID.
004200     MOVE DL290-CYCLE-DATE TO CP-PROCESS-DATE.
004210     MOVE ZERO TO CP-STEP-RC.
004220     CALL 'CYCLCTL' USING DL290-CYCLE-AREA.
004230     EVALUATE TRUE
004240         WHEN CP-CONTROL-FAILURE
004250             PERFORM 9000-CYCLE-CONTROL-FAILURE THRU 9000-EXIT
004260         WHEN CP-ALREADY-COMPLETED
004270             MOVE 'COMPLETE' TO DT-NEXT
004280         WHEN CP-CLEARED
004290             IF CC-STEP-ENDED (DL290-SLOT-SUB)
004300                 MOVE 'ENDED - MAY RUN AGAIN' TO DT-NEXT
004310             ELSE
004320                 MOVE 'READY TO RUN' TO DT-NEXT
004330             END-IF
004340         WHEN OTHER
004350             MOVE CP-REASON TO DT-NEXT
004360     END-EVALUATE.
004370 2200-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410*    2950-CHECK-REPORT-WRITE - EVERY REPORT WRITE IS CHECKED.    *
004420******************************************************************
004430 2950-CHECK-REPORT-WRITE.
004440     IF DL290-CYCLE-RPT-STATUS NOT = '00'
004450         MOVE 'CYCLE-REPORT' TO DL290-ABEND-FILE-NAME
004460         MOVE DL290-CYCLE-RPT-STATUS TO DL290-ABEND-FILE-STATUS
004470         PERFORM 9999-ABEND-PARAGRAPH
004480     END-IF.
004490 2950-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*    3000-WRAP-UP - THE COUNTS BY STATE AND THE VERDICT, CLOSE,  *
004540*    AND SET THE RETURN CODE.                                    *
004550******************************************************************
004560 3000-WRAP-UP.
004570     IF DL290-CYCLE-FOUND
004580         WRITE CYCLE-REPORT-RECORD FROM DL290-BLANK-LINE
004590         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
004600         MOVE 'STEPS ON THE SCHEDULE:' TO TO-CAPTION
004610         MOVE DL290-STEP-COUNT TO TO-COUNT
004620         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
004630         MOVE 'NOT RUN:' TO TO-CAPTION
004640         MOVE DL290-NOT-RUN-COUNT TO TO-COUNT
004650         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
004660         MOVE 'STARTED, NO END RECORDED:' TO TO-CAPTION
004670         MOVE DL290-STARTED-COUNT TO TO-COUNT
004680         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
004690         MOVE 'ENDED:' TO TO-CAPTION
004700         MOVE DL290-ENDED-COUNT TO TO-COUNT
004710         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
004720         MOVE 'RELEASED BY OPERATOR:' TO TO-CAPTION
004730         MOVE DL290-RELEASED-COUNT TO TO-COUNT
004740         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
004750     END-IF.
004760     WRITE CYCLE-REPORT-RECORD FROM DL290-BLANK-LINE.
004770     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004780     EVALUATE TRUE
004790         WHEN NOT DL290-CYCLE-FOUND
004800             MOVE 'NO CYCLE TO REPORT' TO VD-VERDICT
004810             MOVE 4 TO RETURN-CODE
004820         WHEN DL290-ATTENTION-COUNT > ZERO
004830             MOVE 'STEPS MARKED ** NEED ATTENTION' TO VD-VERDICT
004840             MOVE 4 TO RETURN-CODE
004850         WHEN OTHER
004860             MOVE 'NO STEP NEEDS ATTENTION' TO VD-VERDICT
004870             MOVE ZERO TO RETURN-CODE
004880     END-EVALUATE.
004890     WRITE CYCLE-REPORT-RECORD FROM DL290-VERDICT-LINE.
004900     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004910     CLOSE CYCLE-REPORT.
004911     IF DL290-CYCLE-RPT-STATUS NOT = '00'
004912         MOVE 'CYCLE-REPORT' TO DL290-ABEND-FILE-NAME
004913         MOVE DL290-CYCLE-RPT-STATUS TO DL290-ABEND-FILE-STATUS
004914         PERFORM 9999-ABEND-PARAGRAPH
004915     END-IF.
004920     MOVE 58 TO DL290-MESSAGE-NUMBER.
004930     DISPLAY DL100-MESSAGE-ENTRY (DL290-MESSAGE-NUMBER).
004940     DISPLAY 'CYCLE ' DL290-CYCLE-DATE
004950             ' - STEPS NEEDING ATTENTION: ' DL290-ATTENTION-COUNT.
004960 3000-EXIT.
004970     EXIT.
004980*
004982******************************************************************
004985*    3100-WRITE-TOTAL-LINE - WRITE ONE LINE OF THE TOTALS.       *
004988******************************************************************
004990 3100-WRITE-TOTAL-LINE.
005000     WRITE CYCLE-REPORT-RECORD FROM DL290-TOTAL-LINE.
005010     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005020 3100-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    9000-CYCLE-CONTROL-FAILURE - CYCLE CONTROL COULD NOT READ   *
005070*    ITS FILE.  THE REASON CARRIES THE OPERATION AND STATUS.     *
005080******************************************************************
005090 9000-CYCLE-CONTROL-FAILURE.
005100     MOVE 4 TO DL290-MESSAGE-NUMBER.
005110     DISPLAY DL100-MESSAGE-ENTRY (DL290-MESSAGE-NUMBER).
005120     DISPLAY 'CYCLE ' DL290-CYCLE-DATE ' - ' CP-REASON.
005130     MOVE 16 TO RETURN-CODE.
005140     STOP RUN.
005150 9000-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
005200*    STATUS.                                                     *
005210******************************************************************
005220 9999-ABEND-PARAGRAPH.
005230     MOVE 4 TO DL290-MESSAGE-NUMBER.
005240     DISPLAY DL100-MESSAGE-ENTRY (DL290-MESSAGE-NUMBER).
005250     DISPLAY 'ABEND - FILE: ' DL290-ABEND-FILE-NAME
005260             ' STATUS: ' DL290-ABEND-FILE-STATUS.
005270     MOVE 16 TO RETURN-CODE.
005280     STOP RUN.
