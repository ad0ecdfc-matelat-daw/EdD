000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   AUDARCH                                      *
000040*    AUTHOR.       J. MATELAT                                   *
000050*    INSTALLATION. EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN. 10/15/2026                                   *
000070*    DATE-COMPILED.                                             *
000080*                                                                *
000090*    PURPOSE.  AUDIT HISTORY RETENTION ARCHIVE AND PURGE        *
000100*    (DL235), RUN MONTHLY AFTER THE STATEMENT RUN.  AUDHIST     *
000110*    ADDS EVERY NIGHT TO THE PERMANENT AUDIT HISTORY KSDS AND   *
000120*    NOTHING ELSE TAKES ANYTHING OFF, SO THIS RUN MOVES THE     *
000130*    RECORDS OLDER THAN THE RETENTION PERIOD OUT TO A           *
000140*    SEQUENTIAL ARCHIVE AND DELETES THEM FROM THE CLUSTER.  THE *
000150*    JCL EXEC PARM GIVES THE RETENTION PERIOD IN WHOLE MONTHS:  *
000160*      PARM='RETAIN=NNN'                                        *
000170*    A RECORD IS ARCHIVED WHEN ITS PROCESS DATE IS BEFORE THE   *
000180*    FIRST DAY OF THE MONTH NNN MONTHS BEFORE THE RUN MONTH, SO *
000190*    A MONTH IS ALWAYS ARCHIVED WHOLE.  THE RETENTION PERIOD    *
000200*    MAY NOT BE SHORTER THAN THE STATEMENT RESTATEMENT PERIOD   *
000210*    (DL235-RESTATE-MONTHS) - STMTGEN BUILDS A RESTATED MONTH   *
000220*    FROM THE KSDS ALONE, SO NO MONTH IT MAY STILL BE ASKED TO  *
000230*    RESTATE IS EVER PURGED.                                    *
000240*    THE ARCHIVE IS CUMULATIVE.  EACH RUN WRITES A NEW          *
000250*    GENERATION (ARCHNEW) THAT MERGES THE LATEST ONE (ARCHOLD)  *
000260*    WITH THIS RUN'S ARCHIVED RECORDS, IN THE HISTORY RECORD    *
000270*    LAYOUT AND KEY ORDER, SO THE LATEST GENERATION ALWAYS      *
000280*    HOLDS EVERYTHING EVER TAKEN OFF THE KSDS.  THE NEW         *
000290*    GENERATION IS WRITTEN AND CLOSED BEFORE ANY RECORD IS      *
000300*    DELETED.  THE RETENTION CONTROL RECORD (HISTRETN) CARRIES  *
000310*    THE BOUNDARY DATE AND THE ARCHIVE COUNT FROM RUN TO RUN.   *
000320*    THE BEFORE COUNT LESS THE RECORDS DELETED MUST EQUAL THE   *
000330*    AFTER COUNT, THE RECORDS DELETED MUST EQUAL THE RECORDS    *
000340*    ARCHIVED, AND THE NEW GENERATION MUST HOLD THE OLD ONE     *
000350*    PLUS THE RECORDS ARCHIVED.                                 *
000360*    RETURN CODE 0 WHEN RECORDS WERE PURGED AND THE COUNTS      *
000370*    RECONCILE, 4 WHEN NOTHING WAS OLD ENOUGH, 8 WHEN THE       *
000380*    COUNTS DO NOT RECONCILE, 12 ON A FAILURE AFTER THE DELETES *
000390*    HAD STARTED (THE NEW GENERATION IS COMPLETE AND KEPT -     *
000400*    RERUN TO FINISH), 16 ON A FAILURE BEFORE ANYTHING WAS      *
000410*    DELETED OR AN UNRECOGNIZABLE PARM.                         *
000420*                                                                *
000430*    MODIFICATION HISTORY.                                      *
000440*    DATE       INIT DESCRIPTION                                *
000450*    10/15/2026 JM   ORIGINAL PROGRAM.                          *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. AUDARCH.
000500 AUTHOR. J. MATELAT.
000510 INSTALLATION. EDD BATCH SYSTEMS.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-Z.
000580 OBJECT-COMPUTER. IBM-Z.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT AUDIT-HISTORY
000620         ASSIGN TO AUDHIST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AH-HISTORY-KEY
000660         FILE STATUS IS DL235-AUDIT-HST-STATUS.
000670*
000680     SELECT OLD-ARCHIVE
000690         ASSIGN TO ARCHOLD
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS DL235-OLD-ARCH-STATUS.
000730*
000740     SELECT NEW-ARCHIVE
000750         ASSIGN TO ARCHNEW
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS DL235-NEW-ARCH-STATUS.
000790*
000800     SELECT RETENTION-CONTROL
000810         ASSIGN TO HISTRETN
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS DL235-RETN-CTL-STATUS.
000850*
000860     SELECT ARCHIVE-REPORT
000870         ASSIGN TO ARCHRPT
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS DL235-ARCH-RPT-STATUS.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940*
000950 FD  AUDIT-HISTORY
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 357 CHARACTERS.
000980 01  AUDIT-HISTORY-RECORD.
000990     COPY AUDIT-HISTORY.
001000*
001010*    BOTH ARCHIVE GENERATIONS ARE IN THE HISTORY RECORD LAYOUT.
001020*    ONLY THE KEY IS NEEDED HERE - THE REST IS COPIED WHOLE.
001030 FD  OLD-ARCHIVE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 357 CHARACTERS.
001060 01  OLD-ARCHIVE-RECORD.
001070     05  OA-HISTORY-KEY              PIC X(25).
001080     05  FILLER                      PIC X(332).
001090*
001100 FD  NEW-ARCHIVE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 357 CHARACTERS.
001130 01  NEW-ARCHIVE-RECORD              PIC X(357).
001140*
001150 FD  RETENTION-CONTROL
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  RETENTION-CONTROL-RECORD.
001190     COPY AUDIT-RETENTION.
001200*
001210 FD  ARCHIVE-REPORT
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 133 CHARACTERS.
001240 01  ARCHIVE-REPORT-RECORD           PIC X(133).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280 COPY MESSAGES.
001290*
001300 01  DL235-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001310*
001320 01  DL235-FILE-STATUS-FIELDS.
001330     05  DL235-AUDIT-HST-STATUS      PIC X(02) VALUE '00'.
001340     05  DL235-OLD-ARCH-STATUS       PIC X(02) VALUE '00'.
001350     05  DL235-NEW-ARCH-STATUS       PIC X(02) VALUE '00'.
001360     05  DL235-RETN-CTL-STATUS       PIC X(02) VALUE '00'.
001370     05  DL235-ARCH-RPT-STATUS       PIC X(02) VALUE '00'.
001380*
001390 01  DL235-ABEND-FIELDS.
001400     05  DL235-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001410     05  DL235-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001420*
001430 01  DL235-SWITCHES.
001440     05  DL235-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001450         88  DL235-END-OF-HISTORY        VALUE 'Y'.
001460         88  DL235-NOT-END-OF-HISTORY    VALUE 'N'.
001470     05  DL235-CANDIDATE-SWITCH      PIC X(01) VALUE 'N'.
001480         88  DL235-CANDIDATE-FOUND       VALUE 'Y'.
001490         88  DL235-CANDIDATE-WANTED      VALUE 'N'.
001500     05  DL235-PURGE-SWITCH          PIC X(01) VALUE 'N'.
001510         88  DL235-PURGE-STARTED         VALUE 'Y'.
001520     05  DL235-RECONCILE-SWITCH      PIC X(01) VALUE 'Y'.
001530         88  DL235-COUNTS-RECONCILE      VALUE 'Y'.
001540         88  DL235-COUNTS-DIFFER         VALUE 'N'.
001543*    THE RUN STATE 2800 WRITES ON THE RETENTION CONTROL RECORD.
001546     05  DL235-RUN-STATE             PIC X(01) VALUE SPACE.
001550*
001560*    STATEMENTS MAY BE RESTATED (STMTGEN PARM='MONTH=YYYYMM') FOR
001570*    THIS MANY MONTHS BACK.  A SHORTER RETENTION IS REFUSED.
001580 01  DL235-RESTATE-MONTHS            PIC 9(03) VALUE 12.
001590*
001600*    THE MERGE KEYS.  HIGH-VALUES WHEN THAT SIDE IS EXHAUSTED.
001610 01  DL235-MERGE-KEYS.
001620     05  DL235-HIST-KEY              PIC X(25) VALUE LOW-VALUES.
001630     05  DL235-ARCH-KEY              PIC X(25) VALUE LOW-VALUES.
001640*
001650 01  DL235-COUNTERS.
001660     05  DL235-BEFORE-COUNT          PIC 9(09) VALUE ZERO.
001670     05  DL235-ARCHIVED-COUNT        PIC 9(09) VALUE ZERO.
001680     05  DL235-ALREADY-COUNT         PIC 9(09) VALUE ZERO.
001690     05  DL235-OLD-ARCHIVE-COUNT     PIC 9(09) VALUE ZERO.
001700     05  DL235-WRITTEN-COUNT         PIC 9(09) VALUE ZERO.
001710     05  DL235-DELETED-COUNT         PIC 9(09) VALUE ZERO.
001720     05  DL235-AFTER-COUNT           PIC 9(09) VALUE ZERO.
001730     05  DL235-CHECK-COUNT           PIC 9(09) VALUE ZERO.
001740*
001750*    WHAT THE LAST RUN LEFT ON THE RETENTION CONTROL RECORD -
001760*    ZERO WHEN NOTHING HAS EVER BEEN ARCHIVED.
001770 01  DL235-PRIOR-FIELDS.
001780     05  DL235-PRIOR-BOUNDARY        PIC 9(08) VALUE ZERO.
001790     05  DL235-PRIOR-ARCHIVE-TOTAL   PIC 9(09) VALUE ZERO.
001800*
001810 01  DL235-DATE-FIELDS.
001820     05  DL235-RUN-DATE              PIC 9(08) VALUE ZERO.
001830     05  DL235-RUN-SPLIT REDEFINES DL235-RUN-DATE.
001840         10  DL235-RUN-YEAR          PIC 9(04).
001850         10  DL235-RUN-MONTH         PIC 9(02).
001860         10  DL235-RUN-DAY           PIC 9(02).
001870     05  DL235-RETAIN-MONTHS         PIC 9(03) VALUE ZERO.
001880     05  DL235-MONTH-NUMBER          PIC 9(07) COMP VALUE ZERO.
001890     05  DL235-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
001900     05  DL235-CUTOFF-SPLIT REDEFINES DL235-CUTOFF-DATE.
001910         10  DL235-CUTOFF-YEAR       PIC 9(04).
001920         10  DL235-CUTOFF-MONTH      PIC 9(02).
001930         10  DL235-CUTOFF-DAY        PIC 9(02).
001940     05  DL235-CUTOFF-REMAINDER      PIC 9(02) VALUE ZERO.
001950     05  DL235-NEW-BOUNDARY          PIC 9(08) VALUE ZERO.
001960*
001970 01  DL235-REPORT-HEADING-LINE.
001980     05  FILLER                      PIC X(01) VALUE '1'.
001990     05  FILLER                      PIC X(50) VALUE
002000         'EDD AUDIT HISTORY RETENTION ARCHIVE AND PURGE'.
002010     05  FILLER                      PIC X(06) VALUE 'DATE:'.
002020     05  HL-RUN-DATE                 PIC 9(08).
002030     05  FILLER                      PIC X(68) VALUE SPACES.
002040*
002050 01  DL235-RETAIN-LINE.
002060     05  FILLER                      PIC X(01) VALUE SPACE.
002070     05  FILLER                      PIC X(18) VALUE
002080         'RETENTION MONTHS:'.
002090     05  RL-RETAIN-MONTHS            PIC ZZ9.
002100     05  FILLER                      PIC X(04) VALUE SPACES.
002110     05  FILLER                      PIC X(27) VALUE
002120         'ARCHIVING RECORDS BEFORE:'.
002130     05  RL-CUTOFF-DATE              PIC 9(08).
002140     05  FILLER                      PIC X(04) VALUE SPACES.
002150     05  FILLER                      PIC X(25) VALUE
002160         'PRIOR BOUNDARY:'.
002170     05  RL-PRIOR-BOUNDARY           PIC 9(08).
002180     05  FILLER                      PIC X(35) VALUE SPACES.
002190*
002200 01  DL235-COUNT-LINE.
002210     05  FILLER                      PIC X(01) VALUE SPACE.
002220     05  CT-CAPTION                  PIC X(44) VALUE SPACES.
002230     05  CT-COUNT                    PIC ZZZ,ZZZ,ZZ9.
002240     05  FILLER                      PIC X(77) VALUE SPACES.
002250*
002260 01  DL235-MESSAGE-LINE.
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  ML-TEXT                     PIC X(80) VALUE SPACES.
002290     05  FILLER                      PIC X(52) VALUE SPACES.
002300*
002310 01  DL235-BLANK-LINE                PIC X(133) VALUE SPACES.
002320*
002330 LINKAGE SECTION.
002340*
002350 01  LS-PARM-AREA.
002360     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002370     05  LS-PARM-TEXT                PIC X(80).
002380*
002390 PROCEDURE DIVISION USING LS-PARM-AREA.
002400*
002410******************************************************************
002420*    0000-MAINLINE - TOP LEVEL CONTROL.  THE ARCHIVE PASS        *
002430*    BUILDS AND CLOSES THE NEW GENERATION; ONLY THEN DOES THE    *
002440*    PURGE PASS DELETE ANYTHING.                                 *
002450******************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-MERGE-ONE-RECORD THRU 2000-EXIT
002490         UNTIL DL235-HIST-KEY = HIGH-VALUES
002500           AND DL235-ARCH-KEY = HIGH-VALUES.
002510     PERFORM 2400-END-ARCHIVE-PASS THRU 2400-EXIT.
002520     PERFORM 2500-PURGE-ONE-RECORD THRU 2500-EXIT
002530         UNTIL DL235-END-OF-HISTORY.
002540     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002550     STOP RUN.
002560*
002570******************************************************************
002580*    1000-INITIALIZE - PARSE THE PARM, FIX THE CUTOFF DATE,      *
002590*    PICK UP THE LAST RUN'S CONTROL RECORD, OPEN THE FILES,      *
002600*    WRITE THE HEADINGS, AND PRIME BOTH SIDES OF THE MERGE.      *
002610******************************************************************
002620 1000-INITIALIZE.
002630     MOVE 64 TO DL235-MESSAGE-NUMBER.
002640     DISPLAY DL100-MESSAGE-ENTRY (DL235-MESSAGE-NUMBER).
002650     ACCEPT DL235-RUN-DATE FROM DATE YYYYMMDD.
002660     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002670     PERFORM 1200-SET-CUTOFF-DATE THRU 1200-EXIT.
002680     PERFORM 1300-READ-RETENTION-CONTROL THRU 1300-EXIT.
002690     OPEN I-O AUDIT-HISTORY.
002700     IF DL235-AUDIT-HST-STATUS NOT = '00'
002710         MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
002720         MOVE DL235-AUDIT-HST-STATUS TO DL235-ABEND-FILE-STATUS
002730         PERFORM 9999-ABEND-PARAGRAPH
002740     END-IF.
002750     OPEN INPUT OLD-ARCHIVE.
002760     IF DL235-OLD-ARCH-STATUS NOT = '00'
002770         MOVE 'OLD-ARCHIVE' TO DL235-ABEND-FILE-NAME
002780         MOVE DL235-OLD-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
002790         PERFORM 9999-ABEND-PARAGRAPH
002800     END-IF.
002810     OPEN OUTPUT NEW-ARCHIVE.
002820     IF DL235-NEW-ARCH-STATUS NOT = '00'
002830         MOVE 'NEW-ARCHIVE' TO DL235-ABEND-FILE-NAME
002840         MOVE DL235-NEW-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
002850         PERFORM 9999-ABEND-PARAGRAPH
002860     END-IF.
002870     OPEN OUTPUT ARCHIVE-REPORT.
002880     IF DL235-ARCH-RPT-STATUS NOT = '00'
002890         MOVE 'ARCH-REPORT' TO DL235-ABEND-FILE-NAME
002900         MOVE DL235-ARCH-RPT-STATUS TO DL235-ABEND-FILE-STATUS
002910         PERFORM 9999-ABEND-PARAGRAPH
002920     END-IF.
002930     MOVE DL235-RUN-DATE TO HL-RUN-DATE.
002940     WRITE ARCHIVE-REPORT-RECORD FROM DL235-REPORT-HEADING-LINE.
002950     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002960     MOVE DL235-RETAIN-MONTHS TO RL-RETAIN-MONTHS.
002970     MOVE DL235-CUTOFF-DATE TO RL-CUTOFF-DATE.
002980     MOVE DL235-PRIOR-BOUNDARY TO RL-PRIOR-BOUNDARY.
002990     WRITE ARCHIVE-REPORT-RECORD FROM DL235-RETAIN-LINE.
003000     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003010     WRITE ARCHIVE-REPORT-RECORD FROM DL235-BLANK-LINE.
003020     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003030     PERFORM 2900-READ-HISTORY-CANDIDATE THRU 2900-EXIT.
003040     PERFORM 2910-READ-OLD-ARCHIVE THRU 2910-EXIT.
003050 1000-EXIT.
003060     EXIT.
003070*
003080******************************************************************
003090*    1100-PARSE-PARM - THE RETENTION PERIOD IS REQUIRED, AS      *
003100*    THREE DIGITS OF MONTHS.  AN UNRECOGNIZABLE PARM, OR A       *
003110*    PERIOD SHORTER THAN THE RESTATEMENT PERIOD, STOPS THE RUN   *
003120*    BEFORE ANY FILE IS OPENED - A PURGE IS NOT UNDONE.          *
003130******************************************************************
003140 1100-PARSE-PARM.
003150     IF LS-PARM-LENGTH NOT = 10
003160         OR LS-PARM-TEXT (1:7) NOT = 'RETAIN='
003170         OR LS-PARM-TEXT (8:3) NOT NUMERIC
003180         DISPLAY 'AUDARCH - UNRECOGNIZABLE PARM: ' LS-PARM-TEXT
003190         DISPLAY 'AUDARCH - PARM=''RETAIN=NNN'' (MONTHS) IS '
003200             'REQUIRED'
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     MOVE LS-PARM-TEXT (8:3) TO DL235-RETAIN-MONTHS.
003250     IF DL235-RETAIN-MONTHS < DL235-RESTATE-MONTHS
003260         DISPLAY 'AUDARCH - RETENTION OF ' DL235-RETAIN-MONTHS
003270             ' MONTHS IS SHORTER THAN THE ' DL235-RESTATE-MONTHS
003280             ' MONTHS STATEMENTS MAY BE RESTATED FOR'
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320 1100-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360*    1200-SET-CUTOFF-DATE - THE FIRST DAY OF THE MONTH THAT IS   *
003370*    THE RETENTION PERIOD BEFORE THE RUN MONTH.  THE MONTHS ARE  *
003380*    COUNTED AS ONE RUNNING NUMBER (YEAR * 12 + MONTH - 1) SO    *
003390*    THE SUBTRACTION BORROWS ACROSS YEARS BY ITSELF.  A RECORD   *
003400*    DATED BEFORE THE CUTOFF IS ARCHIVED.                        *
003410******************************************************************
003420 1200-SET-CUTOFF-DATE.
003430     MOVE ZERO TO DL235-MONTH-NUMBER.
003440     COMPUTE DL235-MONTH-NUMBER =
003450         DL235-RUN-YEAR * 12 + DL235-RUN-MONTH - 1
003460             - DL235-RETAIN-MONTHS.
003470     DIVIDE DL235-MONTH-NUMBER BY 12
003480         GIVING DL235-CUTOFF-YEAR
003490         REMAINDER DL235-CUTOFF-REMAINDER.
003500     ADD 1 TO DL235-CUTOFF-REMAINDER GIVING DL235-CUTOFF-MONTH.
003510     MOVE 1 TO DL235-CUTOFF-DAY.
003520 1200-EXIT.
003530     EXIT.
003540*
003550******************************************************************
003560*    1300-READ-RETENTION-CONTROL - THE BOUNDARY AND ARCHIVE      *
003570*    COUNT THE LAST RUN LEFT.  AN EMPTY FILE IS THE FIRST RUN:   *
003580*    THE ARCHIVE GENERATION IT STARTS FROM IS THE EMPTY ONE      *
003590*    CATALOGED WHEN THE ARCHIVE WAS SET UP.                      *
003600******************************************************************
003610 1300-READ-RETENTION-CONTROL.
003620     OPEN INPUT RETENTION-CONTROL.
003630     IF DL235-RETN-CTL-STATUS NOT = '00'
003640         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
003650         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
003660         PERFORM 9999-ABEND-PARAGRAPH
003670     END-IF.
003680     READ RETENTION-CONTROL
003690         AT END
003700             MOVE ZERO TO DL235-PRIOR-BOUNDARY
003710             MOVE ZERO TO DL235-PRIOR-ARCHIVE-TOTAL
003720         NOT AT END
003730             MOVE AR-ARCHIVED-BEFORE TO DL235-PRIOR-BOUNDARY
003740             MOVE AR-ARCHIVE-TOTAL TO DL235-PRIOR-ARCHIVE-TOTAL
003750     END-READ.
003760     IF DL235-RETN-CTL-STATUS NOT = '00'
003770         AND DL235-RETN-CTL-STATUS NOT = '10'
003780         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
003790         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
003800         PERFORM 9999-ABEND-PARAGRAPH
003810     END-IF.
003820     IF DL235-RETN-CTL-STATUS = '00'
003830         AND AR-PURGE-IN-PROGRESS
003840         DISPLAY 'AUDARCH - THE LAST RUN STOPPED DURING ITS '
003850             'DELETES - THIS RUN FINISHES THEM'
003860     END-IF.
003870     CLOSE RETENTION-CONTROL.
003880     IF DL235-RETN-CTL-STATUS NOT = '00'
003890         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
003900         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
003910         PERFORM 9999-ABEND-PARAGRAPH
003920     END-IF.
003930     MOVE DL235-CUTOFF-DATE TO DL235-NEW-BOUNDARY.
003940     IF DL235-PRIOR-BOUNDARY > DL235-NEW-BOUNDARY
003950         MOVE DL235-PRIOR-BOUNDARY TO DL235-NEW-BOUNDARY
003960     END-IF.
003970 1300-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010*    2000-MERGE-ONE-RECORD - WRITE THE LOWER KEYED OF THE        *
004020*    HISTORY CANDIDATE AND THE OLD ARCHIVE RECORD TO THE NEW     *
004030*    GENERATION AND ADVANCE THAT SIDE.  EQUAL KEYS ONLY HAPPEN   *
004040*    ON THE RUN AFTER ONE THAT STOPPED PART WAY THROUGH ITS      *
004050*    DELETES: THE RECORD IS ALREADY ARCHIVED, SO THE ARCHIVE     *
004060*    COPY IS KEPT, THE HISTORY COPY IS COUNTED, AND THE PURGE    *
004070*    PASS DELETES IT.                                            *
004080******************************************************************
004090 2000-MERGE-ONE-RECORD.
004100     EVALUATE TRUE
004110         WHEN DL235-HIST-KEY < DL235-ARCH-KEY
004120             WRITE NEW-ARCHIVE-RECORD FROM AUDIT-HISTORY-RECORD
004130             PERFORM 2920-CHECK-ARCHIVE-WRITE THRU 2920-EXIT
004140             ADD 1 TO DL235-ARCHIVED-COUNT
004150             PERFORM 2900-READ-HISTORY-CANDIDATE THRU 2900-EXIT
004160         WHEN DL235-ARCH-KEY < DL235-HIST-KEY
004170             WRITE NEW-ARCHIVE-RECORD FROM OLD-ARCHIVE-RECORD
004180             PERFORM 2920-CHECK-ARCHIVE-WRITE THRU 2920-EXIT
004190             PERFORM 2910-READ-OLD-ARCHIVE THRU 2910-EXIT
004200         WHEN OTHER
004210             WRITE NEW-ARCHIVE-RECORD FROM OLD-ARCHIVE-RECORD
004220             PERFORM 2920-CHECK-ARCHIVE-WRITE THRU 2920-EXIT
004230             ADD 1 TO DL235-ALREADY-COUNT
004240             PERFORM 2900-READ-HISTORY-CANDIDATE THRU 2900-EXIT
004250             PERFORM 2910-READ-OLD-ARCHIVE THRU 2910-EXIT
004260     END-EVALUATE.
004270 2000-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310*    2400-END-ARCHIVE-PASS - CLOSE THE NEW GENERATION, CHECK     *
004320*    THE OLD ONE WAS THE ONE THE LAST RUN WROTE, RECORD THE NEW  *
004330*    BOUNDARY, AND START THE HISTORY AGAIN FROM THE TOP FOR THE  *
004340*    PURGE PASS.  THE CONTROL RECORD IS WRITTEN BEFORE THE FIRST *
004350*    DELETE, SO A RUN THAT STOPS PART WAY LEAVES THE BOUNDARY    *
004360*    AND ARCHIVE COUNT MATCHING THE GENERATION IT KEPT.          *
004370******************************************************************
004380 2400-END-ARCHIVE-PASS.
004390     CLOSE OLD-ARCHIVE.
004400     IF DL235-OLD-ARCH-STATUS NOT = '00'
004410         MOVE 'OLD-ARCHIVE' TO DL235-ABEND-FILE-NAME
004420         MOVE DL235-OLD-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
004430         PERFORM 9999-ABEND-PARAGRAPH
004440     END-IF.
004450     CLOSE NEW-ARCHIVE.
004460     IF DL235-NEW-ARCH-STATUS NOT = '00'
004470         MOVE 'NEW-ARCHIVE' TO DL235-ABEND-FILE-NAME
004480         MOVE DL235-NEW-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
004490         PERFORM 9999-ABEND-PARAGRAPH
004500     END-IF.
004510     IF DL235-OLD-ARCHIVE-COUNT NOT = DL235-PRIOR-ARCHIVE-TOTAL
004520         DISPLAY 'AUDARCH - ARCHIVE GENERATION HOLDS '
004530             DL235-OLD-ARCHIVE-COUNT ' RECORDS, CONTROL RECORD '
004540             'SAYS ' DL235-PRIOR-ARCHIVE-TOTAL
004550         DISPLAY 'AUDARCH - ARCHOLD IS NOT THE LAST GOOD '
004560             'GENERATION - NOTHING DELETED'
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     MOVE 'P' TO DL235-RUN-STATE.
004610     PERFORM 2800-WRITE-RETENTION-CONTROL THRU 2800-EXIT.
004620     MOVE 'Y' TO DL235-PURGE-SWITCH.
004630     MOVE 'N' TO DL235-HIST-EOF-SWITCH.
004640     MOVE LOW-VALUES TO AH-HISTORY-KEY.
004650     START AUDIT-HISTORY
004660         KEY IS NOT LESS THAN AH-HISTORY-KEY
004670         INVALID KEY
004680             MOVE 'Y' TO DL235-HIST-EOF-SWITCH
004690     END-START.
004700     IF DL235-AUDIT-HST-STATUS NOT = '00'
004710         AND DL235-AUDIT-HST-STATUS NOT = '23'
004720         MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
004730         MOVE DL235-AUDIT-HST-STATUS TO DL235-ABEND-FILE-STATUS
004740         PERFORM 9999-ABEND-PARAGRAPH
004750     END-IF.
004760     IF DL235-NOT-END-OF-HISTORY
004770         PERFORM 2930-READ-NEXT-HISTORY THRU 2930-EXIT
004780     END-IF.
004790 2400-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830*    2500-PURGE-ONE-RECORD - DELETE THE RECORD IN THE BUFFER IF  *
004840*    IT IS OLDER THAN THE CUTOFF - THE ARCHIVE PASS HAS ALREADY  *
004850*    WRITTEN EVERY SUCH RECORD TO THE NEW GENERATION - AND       *
004860*    COUNT IT AS KEPT OTHERWISE.  THEN READ THE NEXT.            *
004870******************************************************************
004880 2500-PURGE-ONE-RECORD.
004890     IF AH-PROCESS-DATE < DL235-CUTOFF-DATE
004900         DELETE AUDIT-HISTORY RECORD
004910             INVALID KEY
004920                 CONTINUE
004930         END-DELETE
004940         IF DL235-AUDIT-HST-STATUS NOT = '00'
004950             MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
004960             MOVE DL235-AUDIT-HST-STATUS TO
004970                 DL235-ABEND-FILE-STATUS
004980             PERFORM 9999-ABEND-PARAGRAPH
004990         END-IF
005000         ADD 1 TO DL235-DELETED-COUNT
005010     ELSE
005020         ADD 1 TO DL235-AFTER-COUNT
005030     END-IF.
005040     PERFORM 2930-READ-NEXT-HISTORY THRU 2930-EXIT.
005050 2500-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005085*    2800-WRITE-RETENTION-CONTROL - REWRITE THE ONE CONTROL      *
005090*    RECORD FROM THIS RUN'S FIGURES AND THE RUN STATE THE CALLER *
005095*    LEFT IN DL235-RUN-STATE.  THE FILE IS OPENED BEFORE THE     *
005100*    RECORD IS BUILT, AND THE RECORD IS CLEARED FIRST SO ITS     *
005105*    FILLER IS WRITTEN AS SPACES.                                *
005120******************************************************************
005130 2800-WRITE-RETENTION-CONTROL.
005138     OPEN OUTPUT RETENTION-CONTROL.
005146     IF DL235-RETN-CTL-STATUS NOT = '00'
005154         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
005162         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
005170         PERFORM 9999-ABEND-PARAGRAPH
005178     END-IF.
005186     MOVE SPACES TO RETENTION-CONTROL-RECORD.
005194     MOVE DL235-NEW-BOUNDARY TO AR-ARCHIVED-BEFORE.
005202     MOVE DL235-RUN-DATE TO AR-RUN-DATE.
005210     MOVE DL235-RETAIN-MONTHS TO AR-RETAIN-MONTHS.
005218     MOVE DL235-RUN-STATE TO AR-RUN-STATE.
005226     MOVE DL235-WRITTEN-COUNT TO AR-ARCHIVE-TOTAL.
005234     MOVE DL235-BEFORE-COUNT TO AR-BEFORE-COUNT.
005242     MOVE DL235-ARCHIVED-COUNT TO AR-ARCHIVED-COUNT.
005250     MOVE DL235-DELETED-COUNT TO AR-DELETED-COUNT.
005258     MOVE DL235-AFTER-COUNT TO AR-AFTER-COUNT.
005280     WRITE RETENTION-CONTROL-RECORD.
005290     IF DL235-RETN-CTL-STATUS NOT = '00'
005300         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
005310         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
005320         PERFORM 9999-ABEND-PARAGRAPH
005330     END-IF.
005340     CLOSE RETENTION-CONTROL.
005350     IF DL235-RETN-CTL-STATUS NOT = '00'
005360         MOVE 'RETN-CONTROL' TO DL235-ABEND-FILE-NAME
005370         MOVE DL235-RETN-CTL-STATUS TO DL235-ABEND-FILE-STATUS
005380         PERFORM 9999-ABEND-PARAGRAPH
005390     END-IF.
005400 2800-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    2900-READ-HISTORY-CANDIDATE - READ THE HISTORY FORWARD TO   *
005450*    THE NEXT RECORD OLDER THAN THE CUTOFF, COUNTING EVERY       *
005460*    RECORD PASSED AS THE BEFORE COUNT.  THE MERGE KEY GOES TO   *
005470*    HIGH-VALUES AT END OF FILE.                                 *
005480******************************************************************
005490 2900-READ-HISTORY-CANDIDATE.
005500     MOVE 'N' TO DL235-CANDIDATE-SWITCH.
005510     PERFORM 2905-READ-ONE-HISTORY THRU 2905-EXIT
005520         UNTIL DL235-CANDIDATE-FOUND.
005530 2900-EXIT.
005540     EXIT.
005550*
005551******************************************************************
005552*    2905-READ-ONE-HISTORY - READ ONE HISTORY RECORD FOR 2900    *
005553*    AND COUNT IT INTO THE BEFORE COUNT.  A RECORD OLDER THAN    *
005554*    THE CUTOFF ENDS THE SEARCH WITH ITS KEY AS THE MERGE KEY;   *
005555*    END OF FILE ENDS IT WITH HIGH-VALUES.                       *
005556******************************************************************
005560 2905-READ-ONE-HISTORY.
005570     READ AUDIT-HISTORY NEXT RECORD
005580         AT END
005590             MOVE 'Y' TO DL235-HIST-EOF-SWITCH
005600             MOVE HIGH-VALUES TO DL235-HIST-KEY
005610             MOVE 'Y' TO DL235-CANDIDATE-SWITCH
005620         NOT AT END
005630             ADD 1 TO DL235-BEFORE-COUNT
005640             IF AH-PROCESS-DATE < DL235-CUTOFF-DATE
005650                 MOVE AH-HISTORY-KEY TO DL235-HIST-KEY
005660                 MOVE 'Y' TO DL235-CANDIDATE-SWITCH
005670             END-IF
005680     END-READ.
005690     IF DL235-AUDIT-HST-STATUS NOT = '00'
005700         AND DL235-AUDIT-HST-STATUS NOT = '10'
005710         MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
005720         MOVE DL235-AUDIT-HST-STATUS TO DL235-ABEND-FILE-STATUS
005730         PERFORM 9999-ABEND-PARAGRAPH
005740     END-IF.
005750 2905-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790*    2910-READ-OLD-ARCHIVE - THE ONE PLACE THAT READS THE LATEST *
005800*    ARCHIVE GENERATION.  THE MERGE KEY GOES TO HIGH-VALUES AT   *
005810*    END OF FILE.                                                *
005820******************************************************************
005830 2910-READ-OLD-ARCHIVE.
005840     READ OLD-ARCHIVE
005850         AT END
005860             MOVE HIGH-VALUES TO DL235-ARCH-KEY
005870         NOT AT END
005880             ADD 1 TO DL235-OLD-ARCHIVE-COUNT
005890             MOVE OA-HISTORY-KEY TO DL235-ARCH-KEY
005900     END-READ.
005910     IF DL235-OLD-ARCH-STATUS NOT = '00'
005920         AND DL235-OLD-ARCH-STATUS NOT = '10'
005930         MOVE 'OLD-ARCHIVE' TO DL235-ABEND-FILE-NAME
005940         MOVE DL235-OLD-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
005950         PERFORM 9999-ABEND-PARAGRAPH
005960     END-IF.
005970 2910-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    2920-CHECK-ARCHIVE-WRITE - ONE FILE STATUS CHECK FOR EVERY  *
006020*    RECORD WRITTEN TO THE NEW GENERATION, WHICH IS COUNTED.     *
006030******************************************************************
006040 2920-CHECK-ARCHIVE-WRITE.
006050     IF DL235-NEW-ARCH-STATUS NOT = '00'
006060         MOVE 'NEW-ARCHIVE' TO DL235-ABEND-FILE-NAME
006070         MOVE DL235-NEW-ARCH-STATUS TO DL235-ABEND-FILE-STATUS
006080         PERFORM 9999-ABEND-PARAGRAPH
006090     END-IF.
006100     ADD 1 TO DL235-WRITTEN-COUNT.
006110 2920-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    2930-READ-NEXT-HISTORY - READ FORWARD FOR THE PURGE PASS.   *
006160******************************************************************
006170 2930-READ-NEXT-HISTORY.
006180     READ AUDIT-HISTORY NEXT RECORD
006190         AT END
006200             MOVE 'Y' TO DL235-HIST-EOF-SWITCH
006210     END-READ.
006220     IF DL235-AUDIT-HST-STATUS NOT = '00'
006230         AND DL235-AUDIT-HST-STATUS NOT = '10'
006240         MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
006250         MOVE DL235-AUDIT-HST-STATUS TO DL235-ABEND-FILE-STATUS
006260         PERFORM 9999-ABEND-PARAGRAPH
006270     END-IF.
006280 2930-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
006330*    REPORT LINE WRITTEN.                                        *
006340******************************************************************
006350 2950-CHECK-REPORT-WRITE.
006360     IF DL235-ARCH-RPT-STATUS NOT = '00'
006370         MOVE 'ARCH-REPORT' TO DL235-ABEND-FILE-NAME
006380         MOVE DL235-ARCH-RPT-STATUS TO DL235-ABEND-FILE-STATUS
006390         PERFORM 9999-ABEND-PARAGRAPH
006400     END-IF.
006410 2950-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450*    3000-WRAP-UP - RECONCILE THE COUNTS, PRINT THEM, RECORD THE *
006460*    FINISHED RUN ON THE CONTROL RECORD, SET THE RETURN CODE,    *
006470*    AND CLOSE.                                                  *
006480******************************************************************
006490 3000-WRAP-UP.
006500     MOVE ZERO TO DL235-CHECK-COUNT.
006510     ADD DL235-AFTER-COUNT DL235-DELETED-COUNT
006520         GIVING DL235-CHECK-COUNT.
006530     IF DL235-CHECK-COUNT NOT = DL235-BEFORE-COUNT
006540         MOVE 'N' TO DL235-RECONCILE-SWITCH
006550     END-IF.
006560     MOVE ZERO TO DL235-CHECK-COUNT.
006570     ADD DL235-ARCHIVED-COUNT DL235-ALREADY-COUNT
006580         GIVING DL235-CHECK-COUNT.
006590     IF DL235-CHECK-COUNT NOT = DL235-DELETED-COUNT
006600         MOVE 'N' TO DL235-RECONCILE-SWITCH
006610     END-IF.
006620     MOVE ZERO TO DL235-CHECK-COUNT.
006630     ADD DL235-OLD-ARCHIVE-COUNT DL235-ARCHIVED-COUNT
006640         GIVING DL235-CHECK-COUNT.
006650     IF DL235-CHECK-COUNT NOT = DL235-WRITTEN-COUNT
006660         MOVE 'N' TO DL235-RECONCILE-SWITCH
006670     END-IF.
006680     MOVE 'HISTORY RECORDS BEFORE:' TO CT-CAPTION.
006690     MOVE DL235-BEFORE-COUNT TO CT-COUNT.
006700     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006710     MOVE 'RECORDS ARCHIVED THIS RUN:' TO CT-CAPTION.
006720     MOVE DL235-ARCHIVED-COUNT TO CT-COUNT.
006730     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006740     MOVE 'RECORDS ALREADY ARCHIVED (LAST RUN STOPPED):'
006750         TO CT-CAPTION.
006760     MOVE DL235-ALREADY-COUNT TO CT-COUNT.
006770     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006780     MOVE 'RECORDS DELETED:' TO CT-CAPTION.
006790     MOVE DL235-DELETED-COUNT TO CT-COUNT.
006800     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006810     MOVE 'HISTORY RECORDS AFTER:' TO CT-CAPTION.
006820     MOVE DL235-AFTER-COUNT TO CT-COUNT.
006830     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006840     WRITE ARCHIVE-REPORT-RECORD FROM DL235-BLANK-LINE.
006850     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
006860     MOVE 'PRIOR ARCHIVE GENERATION RECORDS:' TO CT-CAPTION.
006870     MOVE DL235-OLD-ARCHIVE-COUNT TO CT-COUNT.
006880     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006890     MOVE 'NEW ARCHIVE GENERATION RECORDS:' TO CT-CAPTION.
006900     MOVE DL235-WRITTEN-COUNT TO CT-COUNT.
006910     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
006920     WRITE ARCHIVE-REPORT-RECORD FROM DL235-BLANK-LINE.
006930     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
006940     IF DL235-COUNTS-RECONCILE
006950         MOVE 'COUNTS RECONCILE' TO ML-TEXT
006960     ELSE
006970         MOVE '*** COUNTS DO NOT RECONCILE ***' TO ML-TEXT
006980     END-IF.
006990     WRITE ARCHIVE-REPORT-RECORD FROM DL235-MESSAGE-LINE.
007000     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007010     MOVE 'C' TO DL235-RUN-STATE.
007020     PERFORM 2800-WRITE-RETENTION-CONTROL THRU 2800-EXIT.
007030     EVALUATE TRUE
007040         WHEN DL235-COUNTS-DIFFER
007050             DISPLAY 'AUDARCH - COUNTS DO NOT RECONCILE'
007060             MOVE 8 TO RETURN-CODE
007070         WHEN DL235-DELETED-COUNT = ZERO
007080             DISPLAY 'AUDARCH - NOTHING OLDER THAN '
007090                 DL235-CUTOFF-DATE ' TO PURGE'
007100             MOVE 4 TO RETURN-CODE
007110         WHEN OTHER
007120             MOVE ZERO TO RETURN-CODE
007130     END-EVALUATE.
007140     CLOSE AUDIT-HISTORY.
007150     IF DL235-AUDIT-HST-STATUS NOT = '00'
007160         MOVE 'AUDIT-HIST' TO DL235-ABEND-FILE-NAME
007170         MOVE DL235-AUDIT-HST-STATUS TO DL235-ABEND-FILE-STATUS
007180         PERFORM 9999-ABEND-PARAGRAPH
007190     END-IF.
007200     CLOSE ARCHIVE-REPORT.
007210     IF DL235-ARCH-RPT-STATUS NOT = '00'
007220         MOVE 'ARCH-REPORT' TO DL235-ABEND-FILE-NAME
007230         MOVE DL235-ARCH-RPT-STATUS TO DL235-ABEND-FILE-STATUS
007240         PERFORM 9999-ABEND-PARAGRAPH
007250     END-IF.
007260     MOVE 65 TO DL235-MESSAGE-NUMBER.
007270     DISPLAY DL100-MESSAGE-ENTRY (DL235-MESSAGE-NUMBER)
007280         ' - ARCHIVED: ' DL235-ARCHIVED-COUNT
007290         ' DELETED: ' DL235-DELETED-COUNT
007300         ' LEFT: ' DL235-AFTER-COUNT.
007310 3000-EXIT.
007320     EXIT.
007330*
007340******************************************************************
007350*    3100-WRITE-COUNT-LINE - WRITE ONE CAPTION/COUNT LINE.       *
007360******************************************************************
007370 3100-WRITE-COUNT-LINE.
007380     WRITE ARCHIVE-REPORT-RECORD FROM DL235-COUNT-LINE.
007390     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007400 3100-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
007450*    STATUS.  ONCE THE DELETES HAVE STARTED THE RETURN CODE IS   *
007460*    12, NOT 16, SO THE JOB KEEPS THE NEW ARCHIVE GENERATION -   *
007470*    IT IS COMPLETE, AND SOME OF ITS RECORDS ARE NO LONGER ON    *
007480*    THE HISTORY.                                                *
007490******************************************************************
007500 9999-ABEND-PARAGRAPH.
007510     MOVE 4 TO DL235-MESSAGE-NUMBER.
007520     DISPLAY DL100-MESSAGE-ENTRY (DL235-MESSAGE-NUMBER).
007530     DISPLAY 'ABEND - FILE: ' DL235-ABEND-FILE-NAME
007540             ' STATUS: ' DL235-ABEND-FILE-STATUS
007550             ' RECORDS DELETED: ' DL235-DELETED-COUNT.
007560     IF DL235-PURGE-STARTED
007570         DISPLAY 'AUDARCH - PURGE INCOMPLETE - RERUN TO FINISH'
007580         MOVE 12 TO RETURN-CODE
007590     ELSE
007600         MOVE 16 TO RETURN-CODE
007610     END-IF.
007620     STOP RUN.
