000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   MSTRCVR                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  FORWARD RECOVERY OF THE CUSTOMER MASTER (DL270).  *
000100*    STARTS FROM THE LAST GOOD UNLOAD OF THE MASTER (THE IMAGE   *
000110*    COPY DL100J TAKES BEFORE EACH NIGHT'S RUN) AND RE-APPLIES   *
000120*    THE AFTER IMAGES FROM THE AUDIT JOURNAL, IN PROCESS DATE    *
000130*    AND SEQUENCE ORDER, FOR ONE OR MORE PROCESS DATES, INTO A   *
000140*    RECOVERY KSDS.  THE MASTER ITSELF IS NEVER TOUCHED - THE    *
000150*    RECOVERED COPY IS INSTALLED BY HAND ONCE THIS RUN IS        *
000160*    CLEAN.  BEFORE EACH AFTER IMAGE IS APPLIED, ITS BEFORE      *
000170*    IMAGE IS CHECKED AGAINST THE RECORD AS RECOVERED SO FAR,    *
000180*    AND EVERY FIELD THAT DOES NOT AGREE IS LISTED.  THE RUN     *
000190*    ENDS WITH THE RECORD COUNT AND BALANCE TOTAL OF THE         *
000200*    RECOVERED MASTER, WRITTEN IN THE TRIAL BALANCE'S BALNEW     *
000210*    LAYOUT AND CHECKED AGAINST THE BALNEW TRIALBAL WROTE FOR    *
000220*    THE SAME NIGHT WHEN ONE IS SUPPLIED.  THE JCL EXEC PARM:    *
000230*      PARM='DATE=YYYYMMDD-YYYYMMDD'                             *
000240*                  FIRST AND LAST PROCESS DATE TO RE-APPLY (THE  *
000250*                  SAME DATE TWICE FOR ONE NIGHT).  THE IMAGE    *
000260*                  MUST BE THE ONE TAKEN ON THE FIRST DATE.      *
000270*      PARM='DATE=YYYYMMDD-YYYYMMDD,STOP=YYYYMMDD-NNNNNNN'       *
000280*                  THE SAME, STOPPING AFTER THE POSTING WITH     *
000290*                  THAT PROCESS DATE AND SEQUENCE.               *
000300*    RC 0 = RECOVERED CLEAN AND CONFIRMED BY THE TRIAL BALANCE,  *
000310*    RC 4 = RECOVERED CLEAN BUT NOT CONFIRMED (NO BALNEW FOR THE *
000320*    LAST DATE, A STOP PART WAY THROUGH A NIGHT, OR NOTHING      *
000330*    APPLIED), RC 8 = MISMATCHES OR TOTALS THAT DO NOT AGREE -   *
000340*    DO NOT INSTALL, RC 16 = FILE FAILURE, BAD PARM, OR A        *
000350*    JOURNAL OUT OF SEQUENCE.                                    *
000360*                                                                *
000370*    MODIFICATION HISTORY.                                       *
000380*    DATE       INIT DESCRIPTION                                 *
000390*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000392*    10/15/2026 JM   IMAGES GREW 147 TO 156 AND THE JOURNAL 337 *
000394*                   TO 355 WITH THE RETURNED-MAIL FIELDS,       *
000396*                   WHICH THE BEFORE-IMAGE CHECK NOW COMPARES.  *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. MSTRCVR.
000440 AUTHOR. J. MATELAT.
000450 INSTALLATION. EDD BATCH SYSTEMS.
000460 DATE-WRITTEN. 10/15/2026.
000470 DATE-COMPILED.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-Z.
000520 OBJECT-COMPUTER. IBM-Z.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT IMAGE-IN
000560         ASSIGN TO IMAGEIN
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS DL270-IMAGE-IN-STATUS.
000600*
000610     SELECT JOURNAL-IN
000620         ASSIGN TO JRNLIN
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS DL270-JOURNAL-STATUS.
000660*
000670     SELECT RECOVERED-MASTER
000680         ASSIGN TO RCVMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CR-ACCOUNT-NUMBER
000720         FILE STATUS IS DL270-RCV-MST-STATUS.
000730*
000740     SELECT OPTIONAL BALNEW-IN
000750         ASSIGN TO BALNEW
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS DL270-BALNEW-IN-STATUS.
000790*
000800     SELECT RECOVERY-BALANCE-OUT
000810         ASSIGN TO RCVBAL
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS DL270-RCV-BAL-STATUS.
000850*
000860     SELECT RECOVERY-REPORT
000870         ASSIGN TO RCVRPT
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS DL270-RCV-RPT-STATUS.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940*
000950*    THE IMAGE COPY - AN IDCAMS REPRO OF THE MASTER, SO THE
000960*    RECORDS ARRIVE IN ACCOUNT ORDER, READY TO LOAD.
000970 FD  IMAGE-IN
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 156 CHARACTERS.
001000 01  IMAGE-IN-RECORD             PIC X(156).
001010*
001020*    THE JOURNAL TO RE-APPLY, SORTED BY THE JOB ON PROCESS DATE
001030*    AND SEQUENCE - THE ORDER THE POSTINGS WERE FIRST APPLIED.
001040 FD  JOURNAL-IN
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 355 CHARACTERS.
001070 01  JOURNAL-IN-RECORD.
001080     COPY AUDIT-RECORD.
001090*
001100 FD  RECOVERED-MASTER
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 156 CHARACTERS.
001130 01  CUSTOMER-MASTER-RECORD.
001140     COPY CUSTOMER-RECORD.
001150*
001160*    BOTH BALANCE RECORDS SHARE TRIALBAL'S BALFWD/BALNEW LAYOUT.
001170 FD  BALNEW-IN
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  BALNEW-IN-RECORD.
001210     05  BN-PROCESS-DATE         PIC 9(08).
001220     05  BN-RECORD-COUNT         PIC 9(07).
001230     05  BN-BALANCE-TOTAL        PIC S9(13)V99.
001240     05  BN-JOURNAL-COUNT        PIC 9(07).
001250     05  BN-MOVEMENT-BALANCE     PIC S9(13)V99.
001260     05  FILLER                  PIC X(28).
001270*
001280 FD  RECOVERY-BALANCE-OUT
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  RECOVERY-BALANCE-RECORD.
001320     05  RB-PROCESS-DATE         PIC 9(08).
001330     05  RB-RECORD-COUNT         PIC 9(07).
001340     05  RB-BALANCE-TOTAL        PIC S9(13)V99.
001350     05  RB-JOURNAL-COUNT        PIC 9(07).
001360     05  RB-MOVEMENT-BALANCE     PIC S9(13)V99.
001370     05  FILLER                  PIC X(28).
001380*
001390 FD  RECOVERY-REPORT
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 133 CHARACTERS.
001420 01  RECOVERY-REPORT-RECORD      PIC X(133).
001430*
001440 WORKING-STORAGE SECTION.
001450*
001460 COPY MESSAGES.
001470*
001480 01  DL270-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001490*
001500 01  DL270-FILE-STATUS-FIELDS.
001510     05  DL270-IMAGE-IN-STATUS       PIC X(02) VALUE '00'.
001520     05  DL270-JOURNAL-STATUS        PIC X(02) VALUE '00'.
001530     05  DL270-RCV-MST-STATUS        PIC X(02) VALUE '00'.
001540     05  DL270-BALNEW-IN-STATUS      PIC X(02) VALUE '00'.
001550     05  DL270-RCV-BAL-STATUS        PIC X(02) VALUE '00'.
001560     05  DL270-RCV-RPT-STATUS        PIC X(02) VALUE '00'.
001570*
001580 01  DL270-ABEND-FIELDS.
001590     05  DL270-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001600     05  DL270-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001610*
001620 01  DL270-SWITCHES.
001630     05  DL270-IMAGE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001640         88  DL270-IMAGE-AT-END          VALUE 'Y'.
001650         88  DL270-IMAGE-NOT-AT-END      VALUE 'N'.
001660     05  DL270-JOURNAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001670         88  DL270-JOURNAL-AT-END        VALUE 'Y'.
001680         88  DL270-JOURNAL-NOT-AT-END    VALUE 'N'.
001690     05  DL270-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001700         88  DL270-MASTER-AT-END         VALUE 'Y'.
001710         88  DL270-MASTER-NOT-AT-END     VALUE 'N'.
001720     05  DL270-STOP-SWITCH           PIC X(01) VALUE 'N'.
001730         88  DL270-STOP-REQUESTED        VALUE 'Y'.
001740     05  DL270-STOPPED-SWITCH        PIC X(01) VALUE 'N'.
001750         88  DL270-STOPPED-PART-DAY      VALUE 'Y'.
001760     05  DL270-BALNEW-SWITCH         PIC X(01) VALUE 'N'.
001770         88  DL270-BALNEW-PRESENT        VALUE 'Y'.
001780     05  DL270-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001790         88  DL270-ON-RECOVERED-FILE     VALUE 'Y'.
001800         88  DL270-NOT-ON-RECOVERED-FILE VALUE 'N'.
001810*
001820 01  DL270-RUN-DATE                  PIC 9(08) VALUE ZERO.
001830*
001840*    THE DATES FROM THE PARM, AND THE OPTIONAL STOP POINT AS A
001850*    PROCESS DATE AND SEQUENCE KEY.
001860 01  DL270-PARM-FIELDS.
001870     05  DL270-FROM-DATE             PIC 9(08) VALUE ZERO.
001880     05  DL270-TO-DATE               PIC 9(08) VALUE ZERO.
001890     05  DL270-STOP-KEY.
001900         10  DL270-STOP-DATE         PIC 9(08) VALUE ZERO.
001910         10  DL270-STOP-SEQUENCE     PIC 9(07) VALUE ZERO.
001920*
001930*    THE JOURNAL KEY OF THE RECORD IN HAND AND OF THE ONE BEFORE
001940*    IT - THE JOURNAL MUST RUN STRICTLY UPWARD ON THIS KEY.  THE
001950*    ACCOUNT IS PART OF IT ONLY BECAUSE A RERUN OF A NIGHT UNDER
001960*    THE SAME PROCESS DATE STARTS ITS SEQUENCES AGAIN.
001970 01  DL270-KEY-FIELDS.
001980     05  DL270-JOURNAL-KEY.
001990         10  DL270-JOURNAL-POSITION.
002000             15  DL270-JOURNAL-DATE  PIC 9(08) VALUE ZERO.
002010             15  DL270-JOURNAL-SEQUENCE
002020                                     PIC 9(07) VALUE ZERO.
002030         10  DL270-JOURNAL-ACCOUNT   PIC 9(10) VALUE ZERO.
002040     05  DL270-PREVIOUS-KEY.
002050         10  DL270-PREVIOUS-DATE     PIC 9(08) VALUE ZERO.
002060         10  DL270-PREVIOUS-SEQUENCE PIC 9(07) VALUE ZERO.
002070         10  DL270-PREVIOUS-ACCOUNT  PIC 9(10) VALUE ZERO.
002080     05  DL270-LAST-APPLIED-KEY.
002090         10  DL270-LAST-APPLIED-DATE PIC 9(08) VALUE ZERO.
002100         10  DL270-LAST-APPLIED-SEQ  PIC 9(07) VALUE ZERO.
002110*
002120 01  DL270-COUNTERS.
002130     05  DL270-IMAGE-COUNT           PIC 9(07) VALUE ZERO.
002140     05  DL270-JOURNAL-READ          PIC 9(07) VALUE ZERO.
002150     05  DL270-SKIPPED-EARLY         PIC 9(07) VALUE ZERO.
002160     05  DL270-SKIPPED-NOT-PROD      PIC 9(07) VALUE ZERO.
002170     05  DL270-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
002180     05  DL270-DATES-APPLIED         PIC 9(07) VALUE ZERO.
002190     05  DL270-ADDED-COUNT           PIC 9(07) VALUE ZERO.
002200     05  DL270-MISMATCH-POSTINGS     PIC 9(07) VALUE ZERO.
002210     05  DL270-MISMATCH-FIELDS       PIC 9(07) VALUE ZERO.
002220     05  DL270-POSTING-FIELDS        PIC 9(03) VALUE ZERO.
002230     05  DL270-RECOVERED-COUNT       PIC 9(07) VALUE ZERO.
002240     05  DL270-EXPECTED-COUNT        PIC 9(07) VALUE ZERO.
002250     05  DL270-DAY-COUNT             PIC 9(07) VALUE ZERO.
002260*
002270 01  DL270-MONEY-TOTALS.
002280     05  DL270-IMAGE-BALANCE         PIC S9(13)V99 VALUE ZERO.
002290     05  DL270-MOVEMENT-BALANCE      PIC S9(13)V99 VALUE ZERO.
002300     05  DL270-DAY-MOVEMENT          PIC S9(13)V99 VALUE ZERO.
002310     05  DL270-RECOVERED-BALANCE     PIC S9(13)V99 VALUE ZERO.
002320     05  DL270-EXPECTED-BALANCE      PIC S9(13)V99 VALUE ZERO.
002330     05  DL270-BEFORE-BALANCE        PIC S9(09)V99 VALUE ZERO.
002340     05  DL270-RECORD-DELTA          PIC S9(11)V99 VALUE ZERO.
002350*
002360*    THE TRIAL BALANCE FIGURES FROM BALNEW, WHEN SUPPLIED.
002370 01  DL270-TRIAL-FIELDS.
002380     05  DL270-TRIAL-DATE            PIC 9(08) VALUE ZERO.
002390     05  DL270-TRIAL-COUNT           PIC 9(07) VALUE ZERO.
002400     05  DL270-TRIAL-BALANCE         PIC S9(13)V99 VALUE ZERO.
002410     05  DL270-TRIAL-JOURNAL-COUNT   PIC 9(07) VALUE ZERO.
002420     05  DL270-TRIAL-MOVEMENT        PIC S9(13)V99 VALUE ZERO.
002430     05  DL270-TRIAL-RESULT          PIC X(01) VALUE 'N'.
002440         88  DL270-TRIAL-AGREES          VALUE 'A'.
002450         88  DL270-TRIAL-DISAGREES       VALUE 'D'.
002460         88  DL270-TRIAL-NOT-COMPARED    VALUE 'N'.
002470*
002480*    ONE FIELD THAT DID NOT AGREE, ON ITS WAY TO THE REPORT.
002490 01  DL270-MISMATCH-FIELDS-WORK.
002500     05  DL270-MM-FIELD              PIC X(14) VALUE SPACES.
002510     05  DL270-MM-JOURNAL            PIC X(30) VALUE SPACES.
002520     05  DL270-MM-MASTER             PIC X(30) VALUE SPACES.
002530     05  DL270-EDIT-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
002540*
002550*    THE BEFORE AND AFTER IMAGES COME OFF THE JOURNAL AS PLAIN
002560*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
002570*    LAYOUT OVER THEM, AS TRIALBAL DOES.
002580 01  DL270-BEFORE-RECORD.
002590     COPY CUSTOMER-RECORD REPLACING
002600         ==CR-ACCOUNT-NUMBER== BY ==BF-ACCOUNT-NUMBER==
002610         ==CR-CUSTOMER-NAME== BY ==BF-CUSTOMER-NAME==
002620         ==CR-BALANCE== BY ==BF-BALANCE==
002630         ==CR-STATUS-CODE== BY ==BF-STATUS-CODE==
002640         ==CR-STATUS-ACTIVE== BY ==BF-STATUS-ACTIVE==
002650         ==CR-STATUS-INACTIVE== BY
002660         ==BF-STATUS-INACTIVE==
002670         ==CR-STATUS-CLOSED== BY ==BF-STATUS-CLOSED==
002680         ==CR-STATUS-DORMANT== BY
002690         ==BF-STATUS-DORMANT==
002700         ==CR-LAST-ACTIVITY-DATE== BY
002710         ==BF-LAST-ACTIVITY-DATE==
002720         ==CR-ADDRESS-LINE-1== BY ==BF-ADDRESS-LINE-1==
002730         ==CR-ADDRESS-LINE-2== BY ==BF-ADDRESS-LINE-2==
002740         ==CR-CITY== BY ==BF-CITY==
002750         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
002760         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
002770         ==CR-PHONE== BY ==BF-PHONE==
002771         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
002772         ==CR-MAIL-DELIVERABLE== BY
002773         ==BF-MAIL-DELIVERABLE==
002774         ==CR-MAIL-UNDELIVERABLE== BY
002775         ==BF-MAIL-UNDELIVERABLE==
002776         ==CR-MAIL-RETURN-DATE== BY
002777         ==BF-MAIL-RETURN-DATE==.
002780*
002790 01  DL270-AFTER-RECORD.
002800     COPY CUSTOMER-RECORD REPLACING
002810         ==CR-ACCOUNT-NUMBER== BY ==AF-ACCOUNT-NUMBER==
002820         ==CR-CUSTOMER-NAME== BY ==AF-CUSTOMER-NAME==
002830         ==CR-BALANCE== BY ==AF-BALANCE==
002840         ==CR-STATUS-CODE== BY ==AF-STATUS-CODE==
002850         ==CR-STATUS-ACTIVE== BY ==AF-STATUS-ACTIVE==
002860         ==CR-STATUS-INACTIVE== BY
002870         ==AF-STATUS-INACTIVE==
002880         ==CR-STATUS-CLOSED== BY ==AF-STATUS-CLOSED==
002890         ==CR-STATUS-DORMANT== BY
002900         ==AF-STATUS-DORMANT==
002910         ==CR-LAST-ACTIVITY-DATE== BY
002920         ==AF-LAST-ACTIVITY-DATE==
002930         ==CR-ADDRESS-LINE-1== BY ==AF-ADDRESS-LINE-1==
002940         ==CR-ADDRESS-LINE-2== BY ==AF-ADDRESS-LINE-2==
002950         ==CR-CITY== BY ==AF-CITY==
002960         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
002970         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
002980         ==CR-PHONE== BY ==AF-PHONE==
002981         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
002982         ==CR-MAIL-DELIVERABLE== BY
002983         ==AF-MAIL-DELIVERABLE==
002984         ==CR-MAIL-UNDELIVERABLE== BY
002985         ==AF-MAIL-UNDELIVERABLE==
002986         ==CR-MAIL-RETURN-DATE== BY
002987         ==AF-MAIL-RETURN-DATE==.
002990*
003000 01  DL270-REPORT-HEADING-LINE.
003010     05  FILLER                      PIC X(01) VALUE '1'.
003020     05  FILLER                      PIC X(60) VALUE
003030         'EDD CUSTOMER MASTER FORWARD RECOVERY'.
003040     05  FILLER                      PIC X(06) VALUE 'DATE:'.
003050     05  HL-RUN-DATE                 PIC 9(08).
003060     05  FILLER                      PIC X(58) VALUE SPACES.
003070*
003080 01  DL270-PARM-LINE.
003090     05  FILLER                      PIC X(01) VALUE SPACE.
003100     05  FILLER                      PIC X(17) VALUE
003110         'PROCESS DATES:'.
003120     05  PM-FROM-DATE                PIC 9(08).
003130     05  FILLER                      PIC X(04) VALUE ' TO'.
003140     05  PM-TO-DATE                  PIC 9(08).
003150     05  FILLER                      PIC X(04) VALUE SPACES.
003160     05  PM-STOP-TEXT                PIC X(20) VALUE SPACES.
003170     05  PM-STOP-DATE                PIC X(08) VALUE SPACES.
003180     05  FILLER                      PIC X(01) VALUE SPACE.
003190     05  PM-STOP-SEQUENCE            PIC X(07) VALUE SPACES.
003200     05  FILLER                      PIC X(55) VALUE SPACES.
003210*
003220 01  DL270-MISMATCH-COLUMN-LINE.
003230     05  FILLER                      PIC X(01) VALUE SPACE.
003240     05  FILLER                      PIC X(10) VALUE
003250         'PROC DATE'.
003260     05  FILLER                      PIC X(10) VALUE
003270         'SEQUENCE'.
003280     05  FILLER                      PIC X(05) VALUE
003290         'TYPE'.
003300     05  FILLER                      PIC X(12) VALUE
003310         'ACCOUNT'.
003320     05  FILLER                      PIC X(16) VALUE
003330         'FIELD'.
003340     05  FILLER                      PIC X(32) VALUE
003350         'JOURNAL BEFORE IMAGE'.
003360     05  FILLER                      PIC X(30) VALUE
003370         'RECOVERED MASTER'.
003380     05  FILLER                      PIC X(17) VALUE SPACES.
003390*
003400 01  DL270-MISMATCH-LINE.
003410     05  FILLER                      PIC X(01) VALUE SPACE.
003420     05  ML-DATE                     PIC 9(08).
003430     05  FILLER                      PIC X(02) VALUE SPACES.
003440     05  ML-SEQUENCE                 PIC 9(07).
003450     05  FILLER                      PIC X(03) VALUE SPACES.
003460     05  ML-TRAN-TYPE                PIC X(01).
003470     05  FILLER                      PIC X(04) VALUE SPACES.
003480     05  ML-ACCOUNT                  PIC 9(10).
003490     05  FILLER                      PIC X(02) VALUE SPACES.
003500     05  ML-FIELD                    PIC X(14).
003510     05  FILLER                      PIC X(02) VALUE SPACES.
003520     05  ML-JOURNAL                  PIC X(30).
003530     05  FILLER                      PIC X(02) VALUE SPACES.
003540     05  ML-MASTER                   PIC X(30).
003550     05  FILLER                      PIC X(17) VALUE SPACES.
003560*
003570 01  DL270-TOTAL-LINE.
003580     05  FILLER                      PIC X(01) VALUE SPACE.
003590     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
003600     05  TO-COUNT                    PIC ZZZ,ZZ9.
003610     05  FILLER                      PIC X(03) VALUE SPACES.
003620     05  TO-AMOUNT                   PIC -9(13).99.
003630     05  FILLER                      PIC X(69) VALUE SPACES.
003640*
003650 01  DL270-VERDICT-LINE.
003660     05  FILLER                      PIC X(01) VALUE SPACE.
003670     05  VD-VERDICT                  PIC X(60) VALUE SPACES.
003680     05  FILLER                      PIC X(72) VALUE SPACES.
003690*
003700 01  DL270-BLANK-LINE                PIC X(133) VALUE SPACES.
003710*
003720 LINKAGE SECTION.
003730 01  LS-PARM-AREA.
003740     05  LS-PARM-LENGTH              PIC S9(04) COMP.
003750     05  LS-PARM-TEXT                PIC X(80).
003760*
003770 PROCEDURE DIVISION USING LS-PARM-AREA.
003780*
003790******************************************************************
003800*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE FORWARD RECOVERY. *
003810******************************************************************
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003840     PERFORM 1500-LOAD-IMAGE THRU 1500-EXIT.
003850     PERFORM 2000-APPLY-ONE-JOURNAL THRU 2000-EXIT
003860         UNTIL DL270-JOURNAL-AT-END.
003870     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
003880     STOP RUN.
003890*
003900******************************************************************
003910*    1000-INITIALIZE - PARSE THE PARM, PICK UP THE TRIAL         *
003920*    BALANCE FIGURES, OPEN THE FILES, AND WRITE THE TOP OF THE   *
003930*    REPORT.                                                     *
003940******************************************************************
003950 1000-INITIALIZE.
003960     MOVE 40 TO DL270-MESSAGE-NUMBER.
003970     DISPLAY DL100-MESSAGE-ENTRY (DL270-MESSAGE-NUMBER).
003980     ACCEPT DL270-RUN-DATE FROM DATE YYYYMMDD.
003990     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004000     PERFORM 1300-READ-TRIAL-TOTALS THRU 1300-EXIT.
004010     OPEN INPUT IMAGE-IN.
004020     IF DL270-IMAGE-IN-STATUS NOT = '00'
004030         MOVE 'IMAGE-IN' TO DL270-ABEND-FILE-NAME
004040         MOVE DL270-IMAGE-IN-STATUS TO DL270-ABEND-FILE-STATUS
004050         PERFORM 9999-ABEND-PARAGRAPH
004060     END-IF.
004070     OPEN INPUT JOURNAL-IN.
004080     IF DL270-JOURNAL-STATUS NOT = '00'
004090         MOVE 'JOURNAL-IN' TO DL270-ABEND-FILE-NAME
004100         MOVE DL270-JOURNAL-STATUS TO DL270-ABEND-FILE-STATUS
004110         PERFORM 9999-ABEND-PARAGRAPH
004120     END-IF.
004130     OPEN OUTPUT RECOVERED-MASTER.
004140     IF DL270-RCV-MST-STATUS NOT = '00'
004150         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
004160         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
004170         PERFORM 9999-ABEND-PARAGRAPH
004180     END-IF.
004190     OPEN OUTPUT RECOVERY-BALANCE-OUT.
004200     IF DL270-RCV-BAL-STATUS NOT = '00'
004210         MOVE 'RCV-BALANCE' TO DL270-ABEND-FILE-NAME
004220         MOVE DL270-RCV-BAL-STATUS TO DL270-ABEND-FILE-STATUS
004230         PERFORM 9999-ABEND-PARAGRAPH
004240     END-IF.
004250     OPEN OUTPUT RECOVERY-REPORT.
004260     IF DL270-RCV-RPT-STATUS NOT = '00'
004270         MOVE 'RCV-REPORT' TO DL270-ABEND-FILE-NAME
004280         MOVE DL270-RCV-RPT-STATUS TO DL270-ABEND-FILE-STATUS
004290         PERFORM 9999-ABEND-PARAGRAPH
004300     END-IF.
004310     DISPLAY 'MSTRCVR - RE-APPLYING ' DL270-FROM-DATE
004320         ' TO ' DL270-TO-DATE.
004330     IF DL270-STOP-REQUESTED
004340         DISPLAY 'MSTRCVR - STOPPING AFTER ' DL270-STOP-DATE
004350             '-' DL270-STOP-SEQUENCE
004360     END-IF.
004370     MOVE DL270-RUN-DATE TO HL-RUN-DATE.
004380     WRITE RECOVERY-REPORT-RECORD FROM DL270-REPORT-HEADING-LINE.
004390     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004400     MOVE DL270-FROM-DATE TO PM-FROM-DATE.
004410     MOVE DL270-TO-DATE TO PM-TO-DATE.
004420     IF DL270-STOP-REQUESTED
004430         MOVE 'STOPPING AFTER:' TO PM-STOP-TEXT
004440         MOVE DL270-STOP-DATE TO PM-STOP-DATE
004450         MOVE DL270-STOP-SEQUENCE TO PM-STOP-SEQUENCE
004460     END-IF.
004470     WRITE RECOVERY-REPORT-RECORD FROM DL270-PARM-LINE.
004480     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004490     WRITE RECOVERY-REPORT-RECORD FROM DL270-BLANK-LINE.
004500     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004510     WRITE RECOVERY-REPORT-RECORD
004520         FROM DL270-MISMATCH-COLUMN-LINE.
004530     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004540 1000-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580*    1100-PARSE-PARM - THE DATES TO RE-APPLY AND THE OPTIONAL    *
004590*    STOP POINT.  THERE IS NO DEFAULT - RE-APPLYING THE WRONG    *
004600*    NIGHTS OVER AN IMAGE WOULD BUILD A WRONG MASTER - SO A      *
004610*    MISSING OR MALFORMED PARM STOPS THE RUN RC 16.              *
004620******************************************************************
004630 1100-PARSE-PARM.
004640     IF LS-PARM-LENGTH NOT = 22 AND LS-PARM-LENGTH NOT = 44
004650         GO TO 1100-BAD-PARM
004660     END-IF.
004670     IF LS-PARM-TEXT (1:5) NOT = 'DATE='
004680         OR LS-PARM-TEXT (6:8) IS NOT NUMERIC
004690         OR LS-PARM-TEXT (14:1) NOT = '-'
004700         OR LS-PARM-TEXT (15:8) IS NOT NUMERIC
004710         GO TO 1100-BAD-PARM
004720     END-IF.
004730     MOVE LS-PARM-TEXT (6:8) TO DL270-FROM-DATE.
004740     MOVE LS-PARM-TEXT (15:8) TO DL270-TO-DATE.
004750     IF DL270-FROM-DATE = ZERO
004760         OR DL270-TO-DATE < DL270-FROM-DATE
004770         GO TO 1100-BAD-PARM
004780     END-IF.
004790     IF LS-PARM-LENGTH = 22
004800         GO TO 1100-EXIT
004810     END-IF.
004820     IF LS-PARM-TEXT (23:6) NOT = ',STOP='
004830         OR LS-PARM-TEXT (29:8) IS NOT NUMERIC
004840         OR LS-PARM-TEXT (37:1) NOT = '-'
004850         OR LS-PARM-TEXT (38:7) IS NOT NUMERIC
004860         GO TO 1100-BAD-PARM
004870     END-IF.
004880     MOVE LS-PARM-TEXT (29:8) TO DL270-STOP-DATE.
004890     MOVE LS-PARM-TEXT (38:7) TO DL270-STOP-SEQUENCE.
004900     IF DL270-STOP-DATE < DL270-FROM-DATE
004910         OR DL270-STOP-DATE > DL270-TO-DATE
004920         GO TO 1100-BAD-PARM
004930     END-IF.
004940     MOVE 'Y' TO DL270-STOP-SWITCH.
004950     GO TO 1100-EXIT.
004960 1100-BAD-PARM.
004970     DISPLAY 'MSTRCVR - UNRECOGNIZABLE PARM: ' LS-PARM-TEXT.
004980     DISPLAY 'MSTRCVR - EXPECTED DATE=YYYYMMDD-YYYYMMDD'
004990         ' OPTIONALLY FOLLOWED BY ,STOP=YYYYMMDD-NNNNNNN'.
005000     MOVE 16 TO RETURN-CODE.
005010     STOP RUN.
005020 1100-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    1300-READ-TRIAL-TOTALS - THE TRIAL BALANCE FIGURES FROM     *
005070*    BALNEW, WHEN THE JOB SUPPLIES ONE.  A MISSING OR EMPTY      *
005080*    FILE ONLY MEANS THE RECOVERY CANNOT BE CONFIRMED.           *
005090******************************************************************
005100 1300-READ-TRIAL-TOTALS.
005110     OPEN INPUT BALNEW-IN.
005120     IF DL270-BALNEW-IN-STATUS = '05'
005130         OR DL270-BALNEW-IN-STATUS = '35'
005140         CLOSE BALNEW-IN
005150         GO TO 1300-EXIT
005160     END-IF.
005170     IF DL270-BALNEW-IN-STATUS NOT = '00'
005180         MOVE 'BALNEW-IN' TO DL270-ABEND-FILE-NAME
005190         MOVE DL270-BALNEW-IN-STATUS TO DL270-ABEND-FILE-STATUS
005200         PERFORM 9999-ABEND-PARAGRAPH
005210     END-IF.
005220     READ BALNEW-IN
005230         AT END
005240             CONTINUE
005250         NOT AT END
005260             MOVE BN-PROCESS-DATE TO DL270-TRIAL-DATE
005270             MOVE BN-RECORD-COUNT TO DL270-TRIAL-COUNT
005280             MOVE BN-BALANCE-TOTAL TO DL270-TRIAL-BALANCE
005290             MOVE BN-JOURNAL-COUNT TO DL270-TRIAL-JOURNAL-COUNT
005300             MOVE BN-MOVEMENT-BALANCE TO DL270-TRIAL-MOVEMENT
005310             MOVE 'Y' TO DL270-BALNEW-SWITCH
005320     END-READ.
005330     IF DL270-BALNEW-IN-STATUS NOT = '00'
005340         AND DL270-BALNEW-IN-STATUS NOT = '10'
005350         MOVE 'BALNEW-IN' TO DL270-ABEND-FILE-NAME
005360         MOVE DL270-BALNEW-IN-STATUS TO DL270-ABEND-FILE-STATUS
005370         PERFORM 9999-ABEND-PARAGRAPH
005380     END-IF.
005390     CLOSE BALNEW-IN.
005400     IF DL270-BALNEW-IN-STATUS NOT = '00'
005410         MOVE 'BALNEW-IN' TO DL270-ABEND-FILE-NAME
005420         MOVE DL270-BALNEW-IN-STATUS TO DL270-ABEND-FILE-STATUS
005430         PERFORM 9999-ABEND-PARAGRAPH
005440     END-IF.
005450 1300-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490*    1500-LOAD-IMAGE - LOAD THE IMAGE COPY INTO THE EMPTY        *
005500*    RECOVERY KSDS, THEN REOPEN IT I-O FOR THE JOURNAL, AND      *
005510*    READ THE FIRST JOURNAL RECORD.                              *
005520******************************************************************
005530 1500-LOAD-IMAGE.
005540     PERFORM 2920-READ-IMAGE THRU 2920-EXIT.
005550     PERFORM 1510-LOAD-ONE-IMAGE THRU 1510-EXIT
005560         UNTIL DL270-IMAGE-AT-END.
005570     CLOSE IMAGE-IN.
005580     IF DL270-IMAGE-IN-STATUS NOT = '00'
005590         MOVE 'IMAGE-IN' TO DL270-ABEND-FILE-NAME
005600         MOVE DL270-IMAGE-IN-STATUS TO DL270-ABEND-FILE-STATUS
005610         PERFORM 9999-ABEND-PARAGRAPH
005620     END-IF.
005630     CLOSE RECOVERED-MASTER.
005640     IF DL270-RCV-MST-STATUS NOT = '00'
005650         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
005660         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
005670         PERFORM 9999-ABEND-PARAGRAPH
005680     END-IF.
005690     OPEN I-O RECOVERED-MASTER.
005700     IF DL270-RCV-MST-STATUS NOT = '00'
005710         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
005720         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
005730         PERFORM 9999-ABEND-PARAGRAPH
005740     END-IF.
005750     DISPLAY 'MSTRCVR - IMAGE LOADED: ' DL270-IMAGE-COUNT
005760         ' RECORDS'.
005770     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
005780 1500-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820*    1510-LOAD-ONE-IMAGE - WRITE ONE IMAGE RECORD TO THE         *
005830*    RECOVERY KSDS AND READ THE NEXT.  THE IMAGE IS IN KEY       *
005840*    ORDER, SO ANY WRITE FAILURE IS A DAMAGED IMAGE.             *
005850******************************************************************
005860 1510-LOAD-ONE-IMAGE.
005870     MOVE IMAGE-IN-RECORD TO CUSTOMER-MASTER-RECORD.
005880     WRITE CUSTOMER-MASTER-RECORD.
005890     IF DL270-RCV-MST-STATUS NOT = '00'
005900         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
005910         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
005920         PERFORM 9999-ABEND-PARAGRAPH
005930     END-IF.
005940     ADD 1 TO DL270-IMAGE-COUNT.
005950     ADD CR-BALANCE TO DL270-IMAGE-BALANCE.
005960     PERFORM 2920-READ-IMAGE THRU 2920-EXIT.
005970 1510-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    2000-APPLY-ONE-JOURNAL - RE-APPLY ONE JOURNAL RECORD AND    *
006020*    READ THE NEXT.  DATES BEFORE THE FIRST DATE ARE ALREADY IN  *
006030*    THE IMAGE AND ARE PASSED OVER; THE FIRST RECORD PAST THE    *
006040*    LAST DATE OR PAST THE STOP POINT ENDS THE RUN.  THE BEFORE  *
006050*    IMAGE IS CHECKED AGAINST THE RECORD AS RECOVERED SO FAR,    *
006060*    THEN THE AFTER IMAGE IS APPLIED EITHER WAY, SO ONE BAD      *
006070*    RECORD SHOWS ONCE AND DOES NOT CASCADE DOWN THE ACCOUNT.    *
006080******************************************************************
006090 2000-APPLY-ONE-JOURNAL.
006100     IF AJ-PROCESS-DATE < DL270-FROM-DATE
006110         ADD 1 TO DL270-SKIPPED-EARLY
006120         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
006130         GO TO 2000-EXIT
006140     END-IF.
006150     IF AJ-PROCESS-DATE > DL270-TO-DATE
006160         MOVE 'Y' TO DL270-JOURNAL-EOF-SWITCH
006170         GO TO 2000-EXIT
006180     END-IF.
006190     IF DL270-STOP-REQUESTED
006200         AND DL270-JOURNAL-POSITION > DL270-STOP-KEY
006210         IF AJ-PROCESS-DATE = DL270-LAST-APPLIED-DATE
006220             MOVE 'Y' TO DL270-STOPPED-SWITCH
006230         END-IF
006240         MOVE 'Y' TO DL270-JOURNAL-EOF-SWITCH
006250         GO TO 2000-EXIT
006260     END-IF.
006270     IF AJ-RUN-MODE NOT = 'PROD'
006280         ADD 1 TO DL270-SKIPPED-NOT-PROD
006290         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
006300         GO TO 2000-EXIT
006310     END-IF.
006320     IF AJ-PROCESS-DATE NOT = DL270-LAST-APPLIED-DATE
006330         ADD 1 TO DL270-DATES-APPLIED
006340         MOVE ZERO TO DL270-DAY-COUNT
006350         MOVE ZERO TO DL270-DAY-MOVEMENT
006360     END-IF.
006370     MOVE AJ-AFTER-IMAGE TO DL270-AFTER-RECORD.
006380     MOVE SPACES TO DL270-BEFORE-RECORD.
006390     MOVE ZERO TO DL270-BEFORE-BALANCE.
006400     IF AJ-BEFORE-IMAGE NOT = SPACES
006410         MOVE AJ-BEFORE-IMAGE TO DL270-BEFORE-RECORD
006420         MOVE BF-BALANCE TO DL270-BEFORE-BALANCE
006430     END-IF.
006440     MOVE ZERO TO DL270-POSTING-FIELDS.
006450     PERFORM 2100-READ-RECOVERED THRU 2100-EXIT.
006460     PERFORM 2200-CHECK-BEFORE-IMAGE THRU 2200-EXIT.
006470     IF DL270-POSTING-FIELDS > ZERO
006480         ADD 1 TO DL270-MISMATCH-POSTINGS
006490     END-IF.
006500     PERFORM 2400-APPLY-AFTER-IMAGE THRU 2400-EXIT.
006510     MOVE ZERO TO DL270-RECORD-DELTA.
006520     SUBTRACT DL270-BEFORE-BALANCE FROM AF-BALANCE
006530         GIVING DL270-RECORD-DELTA.
006540     ADD DL270-RECORD-DELTA TO DL270-MOVEMENT-BALANCE.
006550     ADD DL270-RECORD-DELTA TO DL270-DAY-MOVEMENT.
006560     ADD 1 TO DL270-APPLIED-COUNT.
006570     ADD 1 TO DL270-DAY-COUNT.
006580     MOVE DL270-JOURNAL-POSITION TO DL270-LAST-APPLIED-KEY.
006590     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
006600 2000-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640*    2100-READ-RECOVERED - FETCH THE ACCOUNT'S RECORD AS         *
006650*    RECOVERED SO FAR.                                           *
006660******************************************************************
006670 2100-READ-RECOVERED.
006680     MOVE 'Y' TO DL270-FOUND-SWITCH.
006690     MOVE AF-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
006700     READ RECOVERED-MASTER
006710         INVALID KEY
006720             MOVE 'N' TO DL270-FOUND-SWITCH
006730     END-READ.
006740     IF DL270-RCV-MST-STATUS NOT = '00'
006750         AND DL270-RCV-MST-STATUS NOT = '23'
006760         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
006770         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
006780         PERFORM 9999-ABEND-PARAGRAPH
006790     END-IF.
006800 2100-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840*    2200-CHECK-BEFORE-IMAGE - AN ADD (NO BEFORE IMAGE) MUST     *
006850*    FIND NO RECORD; ANY OTHER POSTING MUST FIND ONE THAT IS     *
006860*    BYTE FOR BYTE ITS BEFORE IMAGE.  WHEN IT IS NOT, EACH FIELD *
006870*    THAT DIFFERS IS LISTED.                                     *
006880******************************************************************
006890 2200-CHECK-BEFORE-IMAGE.
006900     IF AJ-BEFORE-IMAGE = SPACES
006910         IF DL270-ON-RECOVERED-FILE
006920             MOVE 'ACCOUNT' TO DL270-MM-FIELD
006930             MOVE 'NOT ON FILE - ADD' TO DL270-MM-JOURNAL
006940             MOVE 'ALREADY ON FILE' TO DL270-MM-MASTER
006950             PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
006960         END-IF
006970         GO TO 2200-EXIT
006980     END-IF.
006990     IF DL270-NOT-ON-RECOVERED-FILE
007000         MOVE 'ACCOUNT' TO DL270-MM-FIELD
007010         MOVE 'ON FILE' TO DL270-MM-JOURNAL
007020         MOVE 'NOT ON FILE' TO DL270-MM-MASTER
007030         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007040         GO TO 2200-EXIT
007050     END-IF.
007060     IF DL270-BEFORE-RECORD NOT = CUSTOMER-MASTER-RECORD
007070         PERFORM 2300-COMPARE-FIELDS THRU 2300-EXIT
007080     END-IF.
007090 2200-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    2300-COMPARE-FIELDS - LIST EACH FIELD OF THE BEFORE IMAGE   *
007140*    THAT DIFFERS FROM THE RECOVERED RECORD.  A DIFFERENCE IN    *
007150*    NO NAMED FIELD IS LISTED AS OTHER BYTES.                    *
007160******************************************************************
007170 2300-COMPARE-FIELDS.
007180     IF BF-CUSTOMER-NAME NOT = CR-CUSTOMER-NAME
007190         MOVE 'NAME' TO DL270-MM-FIELD
007200         MOVE BF-CUSTOMER-NAME TO DL270-MM-JOURNAL
007210         MOVE CR-CUSTOMER-NAME TO DL270-MM-MASTER
007220         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007230     END-IF.
007240     IF BF-BALANCE NOT = CR-BALANCE
007250         MOVE 'BALANCE' TO DL270-MM-FIELD
007260         MOVE BF-BALANCE TO DL270-EDIT-BALANCE
007270         MOVE DL270-EDIT-BALANCE TO DL270-MM-JOURNAL
007280         MOVE CR-BALANCE TO DL270-EDIT-BALANCE
007290         MOVE DL270-EDIT-BALANCE TO DL270-MM-MASTER
007300         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007310     END-IF.
007320     IF BF-STATUS-CODE NOT = CR-STATUS-CODE
007330         MOVE 'STATUS' TO DL270-MM-FIELD
007340         MOVE BF-STATUS-CODE TO DL270-MM-JOURNAL
007350         MOVE CR-STATUS-CODE TO DL270-MM-MASTER
007360         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007370     END-IF.
007380     IF BF-LAST-ACTIVITY-DATE NOT = CR-LAST-ACTIVITY-DATE
007390         MOVE 'LAST ACTIVITY' TO DL270-MM-FIELD
007400         MOVE BF-LAST-ACTIVITY-DATE TO DL270-MM-JOURNAL
007410         MOVE CR-LAST-ACTIVITY-DATE TO DL270-MM-MASTER
007420         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007430     END-IF.
007440     IF BF-ADDRESS-LINE-1 NOT = CR-ADDRESS-LINE-1
007450         MOVE 'ADDRESS LINE 1' TO DL270-MM-FIELD
007460         MOVE BF-ADDRESS-LINE-1 TO DL270-MM-JOURNAL
007470         MOVE CR-ADDRESS-LINE-1 TO DL270-MM-MASTER
007480         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007490     END-IF.
007500     IF BF-ADDRESS-LINE-2 NOT = CR-ADDRESS-LINE-2
007510         MOVE 'ADDRESS LINE 2' TO DL270-MM-FIELD
007520         MOVE BF-ADDRESS-LINE-2 TO DL270-MM-JOURNAL
007530         MOVE CR-ADDRESS-LINE-2 TO DL270-MM-MASTER
007540         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007550     END-IF.
007560     IF BF-CITY NOT = CR-CITY
007570         MOVE 'CITY' TO DL270-MM-FIELD
007580         MOVE BF-CITY TO DL270-MM-JOURNAL
007590         MOVE CR-CITY TO DL270-MM-MASTER
007600         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007610     END-IF.
007620     IF BF-STATE-PROV NOT = CR-STATE-PROV
007630         MOVE 'STATE/PROV' TO DL270-MM-FIELD
007640         MOVE BF-STATE-PROV TO DL270-MM-JOURNAL
007650         MOVE CR-STATE-PROV TO DL270-MM-MASTER
007660         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007670     END-IF.
007680     IF BF-POSTAL-CODE NOT = CR-POSTAL-CODE
007690         MOVE 'POSTAL CODE' TO DL270-MM-FIELD
007700         MOVE BF-POSTAL-CODE TO DL270-MM-JOURNAL
007710         MOVE CR-POSTAL-CODE TO DL270-MM-MASTER
007720         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007730     END-IF.
007740     IF BF-PHONE NOT = CR-PHONE
007750         MOVE 'PHONE' TO DL270-MM-FIELD
007760         MOVE BF-PHONE TO DL270-MM-JOURNAL
007770         MOVE CR-PHONE TO DL270-MM-MASTER
007780         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007790     END-IF.
007793     IF BF-MAIL-STATUS NOT = CR-MAIL-STATUS
007796         MOVE 'MAIL STATUS' TO DL270-MM-FIELD
007799         MOVE BF-MAIL-STATUS TO DL270-MM-JOURNAL
007802         MOVE CR-MAIL-STATUS TO DL270-MM-MASTER
007805         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007808     END-IF.
007811     IF BF-MAIL-RETURN-DATE NOT = CR-MAIL-RETURN-DATE
007814         MOVE 'MAIL RETURNED' TO DL270-MM-FIELD
007817         MOVE BF-MAIL-RETURN-DATE TO DL270-MM-JOURNAL
007820         MOVE CR-MAIL-RETURN-DATE TO DL270-MM-MASTER
007823         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007826     END-IF.
007829     IF DL270-POSTING-FIELDS = ZERO
007832         MOVE 'OTHER BYTES' TO DL270-MM-FIELD
007835         MOVE 'RECORD DIFFERS' TO DL270-MM-JOURNAL
007838         MOVE SPACES TO DL270-MM-MASTER
007841         PERFORM 2310-LIST-MISMATCH THRU 2310-EXIT
007844     END-IF.
007860 2300-EXIT.
007870     EXIT.
007880*
007890******************************************************************
007900*    2310-LIST-MISMATCH - WRITE ONE MISMATCH LINE FROM THE       *
007910*    FIELD NAME AND THE TWO VALUES THE CALLER SET.               *
007920******************************************************************
007930 2310-LIST-MISMATCH.
007940     MOVE AJ-PROCESS-DATE TO ML-DATE.
007950     MOVE AJ-SEQUENCE TO ML-SEQUENCE.
007960     MOVE AJ-TRAN-TYPE-CODE TO ML-TRAN-TYPE.
007970     MOVE AF-ACCOUNT-NUMBER TO ML-ACCOUNT.
007980     MOVE DL270-MM-FIELD TO ML-FIELD.
007990     MOVE DL270-MM-JOURNAL TO ML-JOURNAL.
008000     MOVE DL270-MM-MASTER TO ML-MASTER.
008010     WRITE RECOVERY-REPORT-RECORD FROM DL270-MISMATCH-LINE.
008020     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008030     ADD 1 TO DL270-POSTING-FIELDS.
008040     ADD 1 TO DL270-MISMATCH-FIELDS.
008050 2310-EXIT.
008060     EXIT.
008070*
008080******************************************************************
008090*    2400-APPLY-AFTER-IMAGE - REWRITE THE RECORD WITH THE AFTER  *
008100*    IMAGE, OR WRITE IT WHEN THE ACCOUNT IS NOT YET ON FILE.     *
008110******************************************************************
008120 2400-APPLY-AFTER-IMAGE.
008130     MOVE DL270-AFTER-RECORD TO CUSTOMER-MASTER-RECORD.
008140     IF DL270-ON-RECOVERED-FILE
008150         REWRITE CUSTOMER-MASTER-RECORD
008160     ELSE
008170         WRITE CUSTOMER-MASTER-RECORD
008180         ADD 1 TO DL270-ADDED-COUNT
008190     END-IF.
008200     IF DL270-RCV-MST-STATUS NOT = '00'
008210         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
008220         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
008230         PERFORM 9999-ABEND-PARAGRAPH
008240     END-IF.
008250 2400-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290*    2900-READ-JOURNAL - THE ONE PLACE THAT READS THE JOURNAL.   *
008300*    EACH RECORD MUST BE PAST THE ONE BEFORE IT ON PROCESS       *
008310*    DATE, SEQUENCE, AND ACCOUNT - OUT OF ORDER, OR THE SAME     *
008320*    POSTING TWICE, WOULD REBUILD THE WRONG MASTER, SO THE RUN   *
008330*    STOPS.                                                      *
008340******************************************************************
008350 2900-READ-JOURNAL.
008360     READ JOURNAL-IN
008370         AT END
008380             MOVE 'Y' TO DL270-JOURNAL-EOF-SWITCH
008390         NOT AT END
008400             ADD 1 TO DL270-JOURNAL-READ
008410     END-READ.
008420     IF DL270-JOURNAL-STATUS NOT = '00'
008430         AND DL270-JOURNAL-STATUS NOT = '10'
008440         MOVE 'JOURNAL-IN' TO DL270-ABEND-FILE-NAME
008450         MOVE DL270-JOURNAL-STATUS TO DL270-ABEND-FILE-STATUS
008460         PERFORM 9999-ABEND-PARAGRAPH
008470     END-IF.
008480     IF DL270-JOURNAL-AT-END
008490         GO TO 2900-EXIT
008500     END-IF.
008510     MOVE DL270-JOURNAL-KEY TO DL270-PREVIOUS-KEY.
008520     MOVE AJ-PROCESS-DATE TO DL270-JOURNAL-DATE.
008530     MOVE AJ-SEQUENCE TO DL270-JOURNAL-SEQUENCE.
008540     MOVE AJ-AFTER-IMAGE (1:10) TO DL270-JOURNAL-ACCOUNT.
008550     IF DL270-JOURNAL-KEY NOT > DL270-PREVIOUS-KEY
008560         DISPLAY 'MSTRCVR - JOURNAL OUT OF SEQUENCE AT '
008570             DL270-JOURNAL-DATE '-' DL270-JOURNAL-SEQUENCE
008580             ' AFTER ' DL270-PREVIOUS-DATE '-'
008590             DL270-PREVIOUS-SEQUENCE ' ACCOUNT '
008600             DL270-JOURNAL-ACCOUNT ' - RUN STOPPED'
008610         MOVE 16 TO RETURN-CODE
008620         STOP RUN
008630     END-IF.
008640 2900-EXIT.
008650     EXIT.
008660*
008670******************************************************************
008680*    2920-READ-IMAGE - THE ONE PLACE THAT READS THE IMAGE COPY.  *
008690******************************************************************
008700 2920-READ-IMAGE.
008710     READ IMAGE-IN
008720         AT END
008730             MOVE 'Y' TO DL270-IMAGE-EOF-SWITCH
008740     END-READ.
008750     IF DL270-IMAGE-IN-STATUS NOT = '00'
008760         AND DL270-IMAGE-IN-STATUS NOT = '10'
008770         MOVE 'IMAGE-IN' TO DL270-ABEND-FILE-NAME
008780         MOVE DL270-IMAGE-IN-STATUS TO DL270-ABEND-FILE-STATUS
008790         PERFORM 9999-ABEND-PARAGRAPH
008800     END-IF.
008810 2920-EXIT.
008820     EXIT.
008830*
008840******************************************************************
008850*    2930-TOTAL-ONE-RECOVERED - ROLL ONE RECOVERED RECORD INTO   *
008860*    THE CLOSING TOTALS AND READ THE NEXT, AS TRIALBAL TOTALS    *
008870*    THE MASTER.                                                 *
008880******************************************************************
008890 2930-TOTAL-ONE-RECOVERED.
008900     ADD 1 TO DL270-RECOVERED-COUNT.
008910     ADD CR-BALANCE TO DL270-RECOVERED-BALANCE.
008920     PERFORM 2940-READ-RECOVERED-NEXT THRU 2940-EXIT.
008930 2930-EXIT.
008940     EXIT.
008950*
008960******************************************************************
008970*    2940-READ-RECOVERED-NEXT - READ THE RECOVERY KSDS IN KEY    *
008980*    ORDER FOR THE CLOSING TOTALS.                               *
008990******************************************************************
009000 2940-READ-RECOVERED-NEXT.
009010     READ RECOVERED-MASTER NEXT RECORD
009020         AT END
009030             MOVE 'Y' TO DL270-MASTER-EOF-SWITCH
009040     END-READ.
009050     IF DL270-RCV-MST-STATUS NOT = '00'
009060         AND DL270-RCV-MST-STATUS NOT = '10'
009070         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
009080         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
009090         PERFORM 9999-ABEND-PARAGRAPH
009100     END-IF.
009110 2940-EXIT.
009120     EXIT.
009130*
009140******************************************************************
009150*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
009160*    REPORT LINE WRITTEN.                                        *
009170******************************************************************
009180 2950-CHECK-REPORT-WRITE.
009190     IF DL270-RCV-RPT-STATUS NOT = '00'
009200         MOVE 'RCV-REPORT' TO DL270-ABEND-FILE-NAME
009210         MOVE DL270-RCV-RPT-STATUS TO DL270-ABEND-FILE-STATUS
009220         PERFORM 9999-ABEND-PARAGRAPH
009230     END-IF.
009240 2950-EXIT.
009250     EXIT.
009260*
009270******************************************************************
009280*    3000-WRAP-UP - TOTAL THE RECOVERED MASTER, WRITE ITS        *
009290*    BALANCE RECORD, CHECK IT AGAINST THE IMAGE PLUS THE         *
009300*    MOVEMENT AND AGAINST THE TRIAL BALANCE, PRINT THE TOTALS    *
009310*    AND THE VERDICT, CLOSE, AND SET THE RETURN CODE.            *
009320******************************************************************
009330 3000-WRAP-UP.
009340     CLOSE JOURNAL-IN.
009350     IF DL270-JOURNAL-STATUS NOT = '00'
009360         MOVE 'JOURNAL-IN' TO DL270-ABEND-FILE-NAME
009370         MOVE DL270-JOURNAL-STATUS TO DL270-ABEND-FILE-STATUS
009380         PERFORM 9999-ABEND-PARAGRAPH
009390     END-IF.
009400     CLOSE RECOVERED-MASTER.
009410     IF DL270-RCV-MST-STATUS NOT = '00'
009420         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
009430         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
009440         PERFORM 9999-ABEND-PARAGRAPH
009450     END-IF.
009460     OPEN INPUT RECOVERED-MASTER.
009470     IF DL270-RCV-MST-STATUS NOT = '00'
009480         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
009490         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
009500         PERFORM 9999-ABEND-PARAGRAPH
009510     END-IF.
009520     PERFORM 2940-READ-RECOVERED-NEXT THRU 2940-EXIT.
009530     PERFORM 2930-TOTAL-ONE-RECOVERED THRU 2930-EXIT
009540         UNTIL DL270-MASTER-AT-END.
009550     CLOSE RECOVERED-MASTER.
009560     IF DL270-RCV-MST-STATUS NOT = '00'
009570         MOVE 'RCV-MASTER' TO DL270-ABEND-FILE-NAME
009580         MOVE DL270-RCV-MST-STATUS TO DL270-ABEND-FILE-STATUS
009590         PERFORM 9999-ABEND-PARAGRAPH
009600     END-IF.
009610     ADD DL270-IMAGE-COUNT DL270-ADDED-COUNT
009620         GIVING DL270-EXPECTED-COUNT.
009630     ADD DL270-IMAGE-BALANCE DL270-MOVEMENT-BALANCE
009640         GIVING DL270-EXPECTED-BALANCE.
009650     MOVE SPACES TO RECOVERY-BALANCE-RECORD.
009660     MOVE DL270-LAST-APPLIED-DATE TO RB-PROCESS-DATE.
009670     MOVE DL270-RECOVERED-COUNT TO RB-RECORD-COUNT.
009680     MOVE DL270-RECOVERED-BALANCE TO RB-BALANCE-TOTAL.
009690     MOVE DL270-DAY-COUNT TO RB-JOURNAL-COUNT.
009700     MOVE DL270-DAY-MOVEMENT TO RB-MOVEMENT-BALANCE.
009710     WRITE RECOVERY-BALANCE-RECORD.
009720     IF DL270-RCV-BAL-STATUS NOT = '00'
009730         MOVE 'RCV-BALANCE' TO DL270-ABEND-FILE-NAME
009740         MOVE DL270-RCV-BAL-STATUS TO DL270-ABEND-FILE-STATUS
009750         PERFORM 9999-ABEND-PARAGRAPH
009760     END-IF.
009770     CLOSE RECOVERY-BALANCE-OUT.
009780     IF DL270-RCV-BAL-STATUS NOT = '00'
009790         MOVE 'RCV-BALANCE' TO DL270-ABEND-FILE-NAME
009800         MOVE DL270-RCV-BAL-STATUS TO DL270-ABEND-FILE-STATUS
009810         PERFORM 9999-ABEND-PARAGRAPH
009820     END-IF.
009830     PERFORM 3200-COMPARE-TRIAL THRU 3200-EXIT.
009840     IF DL270-MISMATCH-FIELDS = ZERO
009850         MOVE 'NO MISMATCHES' TO ML-FIELD
009860         MOVE ZERO TO ML-DATE ML-SEQUENCE ML-ACCOUNT
009870         MOVE SPACES TO ML-TRAN-TYPE ML-JOURNAL ML-MASTER
009880         WRITE RECOVERY-REPORT-RECORD FROM DL270-MISMATCH-LINE
009890         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
009900     END-IF.
009910     WRITE RECOVERY-REPORT-RECORD FROM DL270-BLANK-LINE.
009920     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
009930     MOVE 'IMAGE RECORDS / BALANCE:' TO TO-CAPTION.
009940     MOVE DL270-IMAGE-COUNT TO TO-COUNT.
009950     MOVE DL270-IMAGE-BALANCE TO TO-AMOUNT.
009960     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
009970     MOVE 'JOURNAL RECORDS READ:' TO TO-CAPTION.
009980     MOVE DL270-JOURNAL-READ TO TO-COUNT.
009990     MOVE ZERO TO TO-AMOUNT.
010000     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010010     MOVE 'PASSED OVER - BEFORE FIRST DATE:' TO TO-CAPTION.
010020     MOVE DL270-SKIPPED-EARLY TO TO-COUNT.
010030     MOVE ZERO TO TO-AMOUNT.
010040     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010050     MOVE 'PASSED OVER - NOT PRODUCTION:' TO TO-CAPTION.
010060     MOVE DL270-SKIPPED-NOT-PROD TO TO-COUNT.
010070     MOVE ZERO TO TO-AMOUNT.
010080     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010090     MOVE 'PROCESS DATES APPLIED:' TO TO-CAPTION.
010100     MOVE DL270-DATES-APPLIED TO TO-COUNT.
010110     MOVE ZERO TO TO-AMOUNT.
010120     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010130     MOVE 'POSTINGS APPLIED / NET MOVEMENT:' TO TO-CAPTION.
010140     MOVE DL270-APPLIED-COUNT TO TO-COUNT.
010150     MOVE DL270-MOVEMENT-BALANCE TO TO-AMOUNT.
010160     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010170     MOVE 'RECORDS ADDED:' TO TO-CAPTION.
010180     MOVE DL270-ADDED-COUNT TO TO-COUNT.
010190     MOVE ZERO TO TO-AMOUNT.
010200     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010210     MOVE 'POSTINGS WITH MISMATCHES:' TO TO-CAPTION.
010220     MOVE DL270-MISMATCH-POSTINGS TO TO-COUNT.
010230     MOVE ZERO TO TO-AMOUNT.
010240     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010250     MOVE 'FIELDS MISMATCHED:' TO TO-CAPTION.
010260     MOVE DL270-MISMATCH-FIELDS TO TO-COUNT.
010270     MOVE ZERO TO TO-AMOUNT.
010280     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010290     MOVE 'EXPECTED - IMAGE PLUS JOURNAL:' TO TO-CAPTION.
010300     MOVE DL270-EXPECTED-COUNT TO TO-COUNT.
010310     MOVE DL270-EXPECTED-BALANCE TO TO-AMOUNT.
010320     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010330     MOVE 'RECOVERED MASTER RECORDS / BALANCE:' TO TO-CAPTION.
010340     MOVE DL270-RECOVERED-COUNT TO TO-COUNT.
010350     MOVE DL270-RECOVERED-BALANCE TO TO-AMOUNT.
010360     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010370     MOVE 'LAST NIGHT POSTINGS / MOVEMENT:' TO TO-CAPTION.
010380     MOVE DL270-DAY-COUNT TO TO-COUNT.
010390     MOVE DL270-DAY-MOVEMENT TO TO-AMOUNT.
010400     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
010410     IF DL270-BALNEW-PRESENT
010420         MOVE 'TRIAL BALANCE RECORDS / BALANCE:' TO TO-CAPTION
010430         MOVE DL270-TRIAL-COUNT TO TO-COUNT
010440         MOVE DL270-TRIAL-BALANCE TO TO-AMOUNT
010450         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
010460         MOVE 'TRIAL BALANCE POSTINGS / MOVEMENT:' TO TO-CAPTION
010470         MOVE DL270-TRIAL-JOURNAL-COUNT TO TO-COUNT
010480         MOVE DL270-TRIAL-MOVEMENT TO TO-AMOUNT
010490         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
010500     END-IF.
010510     WRITE RECOVERY-REPORT-RECORD FROM DL270-BLANK-LINE.
010520     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010530     EVALUATE TRUE
010540         WHEN DL270-MISMATCH-FIELDS > ZERO
010550             MOVE 'MISMATCHES FOUND - DO NOT INSTALL'
010560                 TO VD-VERDICT
010570             MOVE 8 TO RETURN-CODE
010580         WHEN DL270-EXPECTED-COUNT NOT = DL270-RECOVERED-COUNT
010590           OR DL270-EXPECTED-BALANCE NOT = DL270-RECOVERED-BALANCE
010600             MOVE 'TOTALS DO NOT PROVE - DO NOT INSTALL'
010610                 TO VD-VERDICT
010620             MOVE 8 TO RETURN-CODE
010630         WHEN DL270-TRIAL-DISAGREES
010640             MOVE 'DISAGREES WITH TRIAL BALANCE - DO NOT INSTALL'
010650                 TO VD-VERDICT
010660             MOVE 8 TO RETURN-CODE
010670         WHEN DL270-APPLIED-COUNT = ZERO
010680             MOVE 'NOTHING APPLIED - CHECK THE DATES'
010690                 TO VD-VERDICT
010700             MOVE 4 TO RETURN-CODE
010710         WHEN DL270-TRIAL-NOT-COMPARED
010720             MOVE 'RECOVERED CLEAN - NOT CONFIRMED BY TRIAL BAL'
010730                 TO VD-VERDICT
010740             MOVE 4 TO RETURN-CODE
010750         WHEN OTHER
010760             MOVE 'RECOVERED CLEAN - CONFIRMED BY TRIAL BALANCE'
010770                 TO VD-VERDICT
010780     END-EVALUATE.
010790     WRITE RECOVERY-REPORT-RECORD FROM DL270-VERDICT-LINE.
010800     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010810     CLOSE RECOVERY-REPORT.
010820     IF DL270-RCV-RPT-STATUS NOT = '00'
010830         MOVE 'RCV-REPORT' TO DL270-ABEND-FILE-NAME
010840         MOVE DL270-RCV-RPT-STATUS TO DL270-ABEND-FILE-STATUS
010850         PERFORM 9999-ABEND-PARAGRAPH
010860     END-IF.
010870     IF RETURN-CODE > 4
010880         MOVE 42 TO DL270-MESSAGE-NUMBER
010890     ELSE
010900         MOVE 41 TO DL270-MESSAGE-NUMBER
010910     END-IF.
010920     DISPLAY DL100-MESSAGE-ENTRY (DL270-MESSAGE-NUMBER)
010930         ' - APPLIED: ' DL270-APPLIED-COUNT
010940         ' MISMATCHES: ' DL270-MISMATCH-FIELDS.
010950 3000-EXIT.
010960     EXIT.
010970*
010980******************************************************************
010990*    3100-WRITE-TOTAL-LINE - WRITE ONE CAPTION/COUNT/AMOUNT      *
011000*    LINE.                                                       *
011010******************************************************************
011020 3100-WRITE-TOTAL-LINE.
011030     WRITE RECOVERY-REPORT-RECORD FROM DL270-TOTAL-LINE.
011040     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
011050 3100-EXIT.
011060     EXIT.
011070*
011080******************************************************************
011090*    3200-COMPARE-TRIAL - THE TRIAL BALANCE CONFIRMS THE         *
011100*    RECOVERY ONLY WHEN IT WAS STRUCK FOR THE LAST DATE APPLIED  *
011110*    AND THAT NIGHT WAS APPLIED IN FULL.  THEN THE RECORD COUNT  *
011120*    AND BALANCE TOTAL MUST BOTH AGREE.  THE POSTING COUNT AND   *
011130*    MOVEMENT ARE PRINTED BUT NOT COMPARED - A MONTH-END SWEEP   *
011140*    JOURNALS ITS STATUS CHANGES AFTER THE TRIAL BALANCE RUNS.   *
011150******************************************************************
011160 3200-COMPARE-TRIAL.
011170     MOVE 'N' TO DL270-TRIAL-RESULT.
011180     IF NOT DL270-BALNEW-PRESENT
011190         OR DL270-STOPPED-PART-DAY
011200         OR DL270-APPLIED-COUNT = ZERO
011210         OR DL270-TRIAL-DATE NOT = DL270-LAST-APPLIED-DATE
011220         GO TO 3200-EXIT
011230     END-IF.
011240     IF DL270-TRIAL-COUNT = DL270-RECOVERED-COUNT
011250         AND DL270-TRIAL-BALANCE = DL270-RECOVERED-BALANCE
011260         MOVE 'A' TO DL270-TRIAL-RESULT
011270     ELSE
011280         MOVE 'D' TO DL270-TRIAL-RESULT
011290     END-IF.
011300 3200-EXIT.
011310     EXIT.
011320*
011330******************************************************************
011340*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
011350*    STATUS.                                                     *
011360******************************************************************
011370 9999-ABEND-PARAGRAPH.
011380     MOVE 4 TO DL270-MESSAGE-NUMBER.
011390     DISPLAY DL100-MESSAGE-ENTRY (DL270-MESSAGE-NUMBER).
011400     DISPLAY 'ABEND - FILE: ' DL270-ABEND-FILE-NAME
011410             ' STATUS: ' DL270-ABEND-FILE-STATUS
011420             ' JOURNAL KEY: ' DL270-JOURNAL-DATE '-'
011430             DL270-JOURNAL-SEQUENCE.
011440     MOVE 16 TO RETURN-CODE.
011450     STOP RUN.
