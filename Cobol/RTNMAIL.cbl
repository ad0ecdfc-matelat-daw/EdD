000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   RTNMAIL                                      *
000040*    AUTHOR.       J. MATELAT                                   *
000050*    INSTALLATION. EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN. 10/15/2026                                   *
000070*    DATE-COMPILED.                                             *
000080*                                                                *
000090*    PURPOSE.  NIGHTLY RETURNED MAIL PROCESSING (DL105).  READS *
000100*    THE DAY'S RETURNED-MAIL RECORDS - KEYED BY THE MAILROOM OR *
000110*    SUPPLIED BY THE STATEMENT PRINT VENDOR, SORTED BY ACCOUNT  *
000120*    AND RETURN DATE - AND FLAGS EACH ACCOUNT ON THE CUSTOMER   *
000130*    MASTER AS ADDRESS UNDELIVERABLE (CR-MAIL-STATUS 'U') WITH  *
000140*    THE DATE THE MAIL CAME BACK.  EVERY FLAG IS JOURNALED TO   *
000150*    AUDITJ WITH FULL BEFORE/AFTER IMAGES, TYPE CODE 'M', LIKE  *
000160*    ANY OTHER UPDATE.  AN ACCOUNT ALREADY FLAGGED KEEPS ITS    *
000170*    EARLIER RETURN DATE, SO THE AGING REPORT (RTNMRPT) AGES    *
000180*    FROM THE FIRST RETURN.  STMTGEN HOLDS A FLAGGED ACCOUNT'S  *
000190*    STATEMENT INSTEAD OF PRINTING IT, AND AN ACCEPTED 'N'      *
000200*    (NAME/ADDRESS CHANGE) THROUGH TRANNAM CLEARS THE FLAG.     *
000210*    RECORDS FOR ACCOUNTS NOT ON FILE OR CLOSED, AND RECORDS    *
000220*    THAT FAIL THE EDIT, ARE LISTED AND NOT APPLIED.  RC 0 =    *
000230*    ALL APPLIED, 4 = SOME LISTED FOR THE MAILROOM TO CHECK,    *
000240*    16 = FILE FAILURE OR REFUSED BY CYCLE CONTROL.             *
000250*                                                                *
000260*    MODIFICATION HISTORY.                                      *
000270*    DATE       INIT DESCRIPTION                                *
000280*    10/15/2026 JM   ORIGINAL PROGRAM.                          *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RTNMAIL.
000330 AUTHOR. J. MATELAT.
000340 INSTALLATION. EDD BATCH SYSTEMS.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-Z.
000410 OBJECT-COMPUTER. IBM-Z.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RETURNED-MAIL-FILE
000450         ASSIGN TO RTNIN
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS DL105-RTN-IN-STATUS.
000490*
000500     SELECT CUSTOMER-MASTER
000510         ASSIGN TO CUSTMST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CR-ACCOUNT-NUMBER
000550         FILE STATUS IS DL105-CUST-MST-STATUS.
000560*
000570     SELECT AUDIT-JOURNAL
000580         ASSIGN TO AUDITJ
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS DL105-AUDIT-JNL-STATUS.
000620*
000630     SELECT RETURNED-MAIL-REPORT
000640         ASSIGN TO RTNRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS DL105-RTN-RPT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  RETURNED-MAIL-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  RETURNED-MAIL-RECORD.
000760     COPY RETURNED-MAIL.
000770*
000780 FD  CUSTOMER-MASTER
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 156 CHARACTERS.
000810 01  CUSTOMER-MASTER-RECORD.
000820     COPY CUSTOMER-RECORD.
000830*
000840 FD  AUDIT-JOURNAL
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 355 CHARACTERS.
000870 01  AUDIT-JOURNAL-RECORD.
000880     COPY AUDIT-RECORD.
000890*
000900 FD  RETURNED-MAIL-REPORT
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 133 CHARACTERS.
000930 01  RETURNED-MAIL-REPORT-RECORD PIC X(133).
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970 COPY MESSAGES.
000980*
000990 01  DL105-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001000*
001010 01  DL105-CYCLE-AREA.
001020     COPY CYCLE-CALL.
001030*
001040 01  DL105-FILE-STATUS-FIELDS.
001050     05  DL105-RTN-IN-STATUS         PIC X(02) VALUE '00'.
001060     05  DL105-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001070     05  DL105-AUDIT-JNL-STATUS      PIC X(02) VALUE '00'.
001080     05  DL105-RTN-RPT-STATUS        PIC X(02) VALUE '00'.
001090*
001100 01  DL105-ABEND-FIELDS.
001110     05  DL105-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001120     05  DL105-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001130*
001140 01  DL105-SWITCHES.
001150     05  DL105-EOF-SWITCH            PIC X(01) VALUE 'N'.
001160         88  DL105-END-OF-FILE           VALUE 'Y'.
001170         88  DL105-NOT-END-OF-FILE       VALUE 'N'.
001180     05  DL105-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001190         88  DL105-CYCLE-STEP-STARTED    VALUE 'Y'.
001200     05  DL105-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
001210         88  DL105-DATE-VALID            VALUE 'Y'.
001220         88  DL105-DATE-NOT-VALID        VALUE 'N'.
001230*
001240 01  DL105-COUNTERS.
001250     05  DL105-RECORDS-READ          PIC 9(07) VALUE ZERO.
001260     05  DL105-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
001270     05  DL105-ALREADY-COUNT         PIC 9(07) VALUE ZERO.
001280     05  DL105-NOT-ON-FILE-COUNT     PIC 9(07) VALUE ZERO.
001290     05  DL105-CLOSED-COUNT          PIC 9(07) VALUE ZERO.
001300     05  DL105-INVALID-COUNT         PIC 9(07) VALUE ZERO.
001310*
001320 01  DL105-PROCESS-DATE              PIC 9(08) VALUE ZERO.
001330*
001340 01  DL105-EDIT-DATE-FIELDS.
001350     05  DL105-EDIT-DATE             PIC 9(08) VALUE ZERO.
001360     05  DL105-EDIT-DATE-SPLIT REDEFINES DL105-EDIT-DATE.
001370         10  DL105-EDIT-YEAR         PIC 9(04).
001380         10  DL105-EDIT-MONTH        PIC 9(02).
001390         10  DL105-EDIT-DAY          PIC 9(02).
001400     05  DL105-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
001410     05  DL105-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
001420     05  DL105-LEAP-REMAINDER        PIC 9(04) COMP VALUE ZERO.
001430*
001440*    JOURNAL SEQUENCE FOR RETURNED MAIL RECORDS.  THE DAILY RUN'S
001450*    SEQUENCES ARE ITS DETAIL COUNTS AND THE DORMANT SWEEP'S
001460*    START AT 9000001; THESE START AT 8000001 SO AN ACCOUNT BOTH
001470*    TRANSACTED ON AND FLAGGED THE SAME DAY CANNOT COLLIDE ON
001480*    THE AUDIT HISTORY KEY.
001490 01  DL105-AUDIT-SEQUENCE            PIC 9(07) VALUE 8000000.
001500*
001510 01  DL105-AUDIT-BEFORE-AREA         PIC X(156) VALUE SPACES.
001520*
001530 01  DL105-REPORT-HEADING-LINE.
001540     05  FILLER                      PIC X(01) VALUE '1'.
001550     05  FILLER                      PIC X(36) VALUE
001560         'EDD RETURNED MAIL REPORT'.
001570     05  FILLER                      PIC X(06) VALUE 'DATE:'.
001580     05  HL-PROCESS-DATE             PIC 9(08).
001590     05  FILLER                      PIC X(82) VALUE SPACES.
001600*
001610 01  DL105-REPORT-COLUMN-LINE.
001620     05  FILLER                      PIC X(01) VALUE SPACE.
001630     05  FILLER                      PIC X(13) VALUE
001640         ' ACCOUNT NO'.
001650     05  FILLER                      PIC X(10) VALUE
001660         'RETURNED'.
001670     05  FILLER                      PIC X(10) VALUE
001680         'SOURCE'.
001690     05  FILLER                      PIC X(26) VALUE
001700         'CUSTOMER NAME'.
001710     05  FILLER                      PIC X(26) VALUE
001720         'ADDRESS'.
001730     05  FILLER                      PIC X(20) VALUE
001740         'CITY'.
001750     05  FILLER                      PIC X(27) VALUE
001760         'RESULT'.
001770*
001780 01  DL105-DETAIL-LINE.
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  DT-ACCOUNT-NUMBER           PIC X(10).
001810     05  FILLER                      PIC X(03) VALUE SPACES.
001820     05  DT-RETURN-DATE              PIC X(08).
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  DT-SOURCE                   PIC X(08).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DT-CUSTOMER-NAME            PIC X(24).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  DT-ADDRESS-LINE-1           PIC X(24).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  DT-CITY                     PIC X(18).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  DT-RESULT                   PIC X(27).
001930*
001940 01  DL105-COUNT-LINE.
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001960     05  CT-CAPTION                  PIC X(40) VALUE SPACES.
001970     05  CT-COUNT                    PIC ZZZ,ZZ9.
001980     05  FILLER                      PIC X(85) VALUE SPACES.
001990*
002000 01  DL105-BLANK-LINE                PIC X(133) VALUE SPACES.
002010*
002020 PROCEDURE DIVISION.
002030*
002040******************************************************************
002050*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE RUN.              *
002060******************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
002100         UNTIL DL105-END-OF-FILE.
002110     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002120     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002130     STOP RUN.
002140*
002150******************************************************************
002160*    1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ LOOP.   *
002170*    THE JOURNAL IS OPENED EXTEND - THE FLAGS BELONG ON THE      *
002180*    SAME DAY'S AUDITJ AS THE DAILY RUN'S UPDATES, BEHIND THEM.  *
002190******************************************************************
002200 1000-INITIALIZE.
002210     MOVE 59 TO DL105-MESSAGE-NUMBER.
002220     DISPLAY DL100-MESSAGE-ENTRY (DL105-MESSAGE-NUMBER).
002240     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002250     OPEN INPUT RETURNED-MAIL-FILE.
002260     IF DL105-RTN-IN-STATUS NOT = '00'
002270         MOVE 'RETURNED-MAIL' TO DL105-ABEND-FILE-NAME
002280         MOVE DL105-RTN-IN-STATUS TO DL105-ABEND-FILE-STATUS
002290         PERFORM 9999-ABEND-PARAGRAPH
002300     END-IF.
002310     OPEN I-O CUSTOMER-MASTER.
002320     IF DL105-CUST-MST-STATUS NOT = '00'
002330         MOVE 'CUST-MASTER' TO DL105-ABEND-FILE-NAME
002340         MOVE DL105-CUST-MST-STATUS TO DL105-ABEND-FILE-STATUS
002350         PERFORM 9999-ABEND-PARAGRAPH
002360     END-IF.
002370     OPEN EXTEND AUDIT-JOURNAL.
002380     IF DL105-AUDIT-JNL-STATUS NOT = '00'
002390         AND DL105-AUDIT-JNL-STATUS NOT = '05'
002400         MOVE 'AUDIT-JNL' TO DL105-ABEND-FILE-NAME
002410         MOVE DL105-AUDIT-JNL-STATUS TO DL105-ABEND-FILE-STATUS
002420         PERFORM 9999-ABEND-PARAGRAPH
002430     END-IF.
002440     OPEN OUTPUT RETURNED-MAIL-REPORT.
002450     IF DL105-RTN-RPT-STATUS NOT = '00'
002460         MOVE 'RTN-REPORT' TO DL105-ABEND-FILE-NAME
002470         MOVE DL105-RTN-RPT-STATUS TO DL105-ABEND-FILE-STATUS
002480         PERFORM 9999-ABEND-PARAGRAPH
002490     END-IF.
002500     MOVE DL105-PROCESS-DATE TO HL-PROCESS-DATE.
002510     WRITE RETURNED-MAIL-REPORT-RECORD
002520         FROM DL105-REPORT-HEADING-LINE.
002530     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002540     WRITE RETURNED-MAIL-REPORT-RECORD
002550         FROM DL105-REPORT-COLUMN-LINE.
002560     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002570     PERFORM 2900-READ-RETURNED-MAIL THRU 2900-EXIT.
002580 1000-EXIT.
002590     EXIT.
002600*
002610******************************************************************
002616*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
002622*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
002628*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR THE *
002634*    CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY         *
002640*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
002646*    THE CYCLE DATE CYCLCTL HANDS BACK BECOMES THE PROCESS DATE, *
002652*    SO A RUN THAT STARTS AFTER MIDNIGHT STILL DATES ITS OUTPUT  *
002658*    BY THE NIGHT IT BELONGS TO.                                 *
002670******************************************************************
002680 1800-START-CYCLE-STEP.
002690     MOVE SPACES TO DL105-CYCLE-AREA.
002700     MOVE ZERO TO CP-PROCESS-DATE.
002710     MOVE 'S' TO CP-FUNCTION.
002720     MOVE 'DL105' TO CP-STEP-ID.
002730     MOVE RETURN-CODE TO CP-STEP-RC.
002740     CALL 'CYCLCTL' USING DL105-CYCLE-AREA.
002750     MOVE CP-STEP-RC TO RETURN-CODE.
002760     IF NOT CP-CLEARED
002770         MOVE 61 TO DL105-MESSAGE-NUMBER
002780         DISPLAY DL100-MESSAGE-ENTRY (DL105-MESSAGE-NUMBER)
002790         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE 'Y' TO DL105-CYCLE-SWITCH.
002835     MOVE CP-PROCESS-DATE TO DL105-PROCESS-DATE.
002840 1800-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880*    2000-PROCESS-ONE-RETURN - EDIT THE RETURNED-MAIL RECORD IN  *
002890*    THE BUFFER, RULE ON THE ACCOUNT, AND READ THE NEXT.  ONLY   *
002900*    AN OPEN ACCOUNT NOT ALREADY FLAGGED IS UPDATED; EVERY       *
002910*    RECORD GETS A LINE ON THE REPORT SAYING WHAT HAPPENED.      *
002920******************************************************************
002930 2000-PROCESS-ONE-RETURN.
002940     MOVE SPACES TO DT-CUSTOMER-NAME DT-ADDRESS-LINE-1 DT-CITY.
002950     PERFORM 2100-EDIT-RETURN THRU 2100-EXIT.
002960     IF DT-RESULT NOT = SPACES
002970         ADD 1 TO DL105-INVALID-COUNT
002980         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
002990         GO TO 2000-NEXT
003000     END-IF.
003010     MOVE RM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
003020     READ CUSTOMER-MASTER
003030         INVALID KEY
003040             CONTINUE
003050     END-READ.
003060     IF DL105-CUST-MST-STATUS = '23'
003070         ADD 1 TO DL105-NOT-ON-FILE-COUNT
003080         MOVE 'ACCOUNT NOT ON FILE' TO DT-RESULT
003090         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
003100         GO TO 2000-NEXT
003110     END-IF.
003120     IF DL105-CUST-MST-STATUS NOT = '00'
003130         MOVE 'CUST-MASTER' TO DL105-ABEND-FILE-NAME
003140         MOVE DL105-CUST-MST-STATUS TO DL105-ABEND-FILE-STATUS
003150         PERFORM 9999-ABEND-PARAGRAPH
003160     END-IF.
003170     MOVE CR-CUSTOMER-NAME TO DT-CUSTOMER-NAME.
003180     MOVE CR-ADDRESS-LINE-1 TO DT-ADDRESS-LINE-1.
003190     MOVE CR-CITY TO DT-CITY.
003200     EVALUATE TRUE
003210         WHEN CR-STATUS-CLOSED
003220             ADD 1 TO DL105-CLOSED-COUNT
003230             MOVE 'ACCOUNT CLOSED' TO DT-RESULT
003240         WHEN CR-MAIL-UNDELIVERABLE
003250             ADD 1 TO DL105-ALREADY-COUNT
003260             MOVE 'ALREADY FLAGGED' TO DT-RESULT
003270             MOVE CR-MAIL-RETURN-DATE TO DT-RESULT (17:8)
003280         WHEN OTHER
003290             PERFORM 2200-FLAG-UNDELIVERABLE THRU 2200-EXIT
003300             MOVE 'FLAGGED UNDELIVERABLE' TO DT-RESULT
003310     END-EVALUATE.
003320     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
003330 2000-NEXT.
003340     PERFORM 2900-READ-RETURNED-MAIL THRU 2900-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390*    2100-EDIT-RETURN - THE ACCOUNT NUMBER MUST BE NUMERIC AND   *
003400*    NOT ZERO, THE RETURN DATE A REAL CALENDAR DATE NOT LATER    *
003410*    THAN TODAY, AND THE SOURCE THE MAILROOM OR THE VENDOR.  A   *
003420*    FAILURE LEAVES ITS REASON IN DT-RESULT; A PASS LEAVES       *
003430*    DT-RESULT BLANK.                                            *
003440******************************************************************
003450 2100-EDIT-RETURN.
003460     MOVE SPACES TO DT-RESULT.
003470     MOVE RETURNED-MAIL-RECORD (1:10) TO DT-ACCOUNT-NUMBER.
003480     MOVE RETURNED-MAIL-RECORD (11:8) TO DT-RETURN-DATE.
003490     EVALUATE TRUE
003500         WHEN RM-FROM-MAILROOM
003510             MOVE 'MAILROOM' TO DT-SOURCE
003520         WHEN RM-FROM-VENDOR
003530             MOVE 'VENDOR' TO DT-SOURCE
003540         WHEN OTHER
003550             MOVE RM-SOURCE TO DT-SOURCE
003560     END-EVALUATE.
003570     IF RM-ACCOUNT-NUMBER IS NOT NUMERIC
003580         OR RM-ACCOUNT-NUMBER = ZERO
003590         MOVE 'INVALID ACCOUNT NUMBER' TO DT-RESULT
003600         GO TO 2100-EXIT
003610     END-IF.
003620     IF RM-RETURN-DATE IS NOT NUMERIC
003630         MOVE 'INVALID RETURN DATE' TO DT-RESULT
003640         GO TO 2100-EXIT
003650     END-IF.
003660     MOVE RM-RETURN-DATE TO DL105-EDIT-DATE.
003670     PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT.
003680     IF DL105-DATE-NOT-VALID
003690         MOVE 'INVALID RETURN DATE' TO DT-RESULT
003700         GO TO 2100-EXIT
003710     END-IF.
003720     IF RM-RETURN-DATE > DL105-PROCESS-DATE
003730         MOVE 'RETURN DATE IN THE FUTURE' TO DT-RESULT
003740         GO TO 2100-EXIT
003750     END-IF.
003760     IF NOT RM-VALID-SOURCE
003770         MOVE 'INVALID SOURCE CODE' TO DT-RESULT
003780     END-IF.
003790 2100-EXIT.
003800     EXIT.
003810*
003820******************************************************************
003830*    2200-FLAG-UNDELIVERABLE - FLAG ONE ACCOUNT.  THE BEFORE     *
003840*    IMAGE IS CAPTURED, THE FLAG AND RETURN DATE SET, THE        *
003850*    MASTER REWRITTEN IN PLACE, AND THE CHANGE JOURNALED TO      *
003860*    AUDITJ WITH TYPE CODE 'M' SO THE TRAIL READS LIKE ANY       *
003870*    OTHER UPDATE.  NEITHER THE BALANCE NOR THE LAST ACTIVITY    *
003880*    DATE IS TOUCHED - RETURNED MAIL IS NOT CUSTOMER ACTIVITY.   *
003890******************************************************************
003900 2200-FLAG-UNDELIVERABLE.
003910     MOVE CUSTOMER-MASTER-RECORD TO DL105-AUDIT-BEFORE-AREA.
003920     MOVE 'U' TO CR-MAIL-STATUS.
003930     MOVE RM-RETURN-DATE TO CR-MAIL-RETURN-DATE.
003940     REWRITE CUSTOMER-MASTER-RECORD
003950         INVALID KEY
003960             CONTINUE
003970     END-REWRITE.
003980     IF DL105-CUST-MST-STATUS NOT = '00'
003990         MOVE 'CUST-MASTER' TO DL105-ABEND-FILE-NAME
004000         MOVE DL105-CUST-MST-STATUS TO DL105-ABEND-FILE-STATUS
004010         PERFORM 9999-ABEND-PARAGRAPH
004020     END-IF.
004030     ADD 1 TO DL105-FLAGGED-COUNT.
004040     ADD 1 TO DL105-AUDIT-SEQUENCE.
004050     MOVE DL105-PROCESS-DATE TO AJ-PROCESS-DATE.
004060     MOVE 'PROD' TO AJ-RUN-MODE.
004070     MOVE DL105-AUDIT-SEQUENCE TO AJ-SEQUENCE.
004080     MOVE 'M' TO AJ-TRAN-TYPE-CODE.
004090     MOVE DL105-AUDIT-BEFORE-AREA TO AJ-BEFORE-IMAGE.
004100     MOVE CUSTOMER-MASTER-RECORD TO AJ-AFTER-IMAGE.
004110     MOVE ZERO TO AJ-REVERSED-DATE AJ-REVERSED-SEQUENCE.
004120     MOVE DL105-PROCESS-DATE TO AJ-BATCH-DATE.
004130     WRITE AUDIT-JOURNAL-RECORD.
004140     IF DL105-AUDIT-JNL-STATUS NOT = '00'
004150         MOVE 'AUDIT-JNL' TO DL105-ABEND-FILE-NAME
004160         MOVE DL105-AUDIT-JNL-STATUS TO DL105-ABEND-FILE-STATUS
004170         PERFORM 9999-ABEND-PARAGRAPH
004180     END-IF.
004190 2200-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*    2800-WRITE-DETAIL-LINE - ONE REPORT LINE FOR THE RECORD IN  *
004240*    THE BUFFER.  DT-RESULT IS SET BY THE CALLER.                *
004250******************************************************************
004260 2800-WRITE-DETAIL-LINE.
004270     WRITE RETURNED-MAIL-REPORT-RECORD FROM DL105-DETAIL-LINE.
004280     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004290 2800-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    2900-READ-RETURNED-MAIL - THE ONE PLACE THAT READS THE      *
004340*    RETURNED-MAIL FILE.                                         *
004350******************************************************************
004360 2900-READ-RETURNED-MAIL.
004370     READ RETURNED-MAIL-FILE
004380         AT END
004390             MOVE 'Y' TO DL105-EOF-SWITCH
004400         NOT AT END
004410             ADD 1 TO DL105-RECORDS-READ
004420     END-READ.
004430     IF DL105-RTN-IN-STATUS NOT = '00'
004440         AND DL105-RTN-IN-STATUS NOT = '10'
004450         MOVE 'RETURNED-MAIL' TO DL105-ABEND-FILE-NAME
004460         MOVE DL105-RTN-IN-STATUS TO DL105-ABEND-FILE-STATUS
004470         PERFORM 9999-ABEND-PARAGRAPH
004480     END-IF.
004490 2900-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
004540*    REPORT LINE WRITTEN.                                        *
004550******************************************************************
004560 2950-CHECK-REPORT-WRITE.
004570     IF DL105-RTN-RPT-STATUS NOT = '00'
004580         MOVE 'RTN-REPORT' TO DL105-ABEND-FILE-NAME
004590         MOVE DL105-RTN-RPT-STATUS TO DL105-ABEND-FILE-STATUS
004600         PERFORM 9999-ABEND-PARAGRAPH
004610     END-IF.
004620 2950-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660*    3000-WRAP-UP - COUNTS, CLOSES, THE RETURN CODE, AND THE     *
004670*    COMPLETION MESSAGE.  ANY RECORD NOT APPLIED - NOT ON FILE,  *
004680*    CLOSED, OR FAILING THE EDIT - SETS RC 4 SO THE MAILROOM     *
004690*    CHECKS THE LISTING.  AN ACCOUNT ALREADY FLAGGED IS NOT AN   *
004700*    EXCEPTION.                                                  *
004710******************************************************************
004720 3000-WRAP-UP.
004730     WRITE RETURNED-MAIL-REPORT-RECORD FROM DL105-BLANK-LINE.
004740     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004750     MOVE 'RETURNED MAIL RECORDS READ:' TO CT-CAPTION.
004760     MOVE DL105-RECORDS-READ TO CT-COUNT.
004770     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004780     MOVE 'ACCOUNTS FLAGGED UNDELIVERABLE:' TO CT-CAPTION.
004790     MOVE DL105-FLAGGED-COUNT TO CT-COUNT.
004800     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004810     MOVE 'ALREADY FLAGGED (EARLIER DATE KEPT):' TO CT-CAPTION.
004820     MOVE DL105-ALREADY-COUNT TO CT-COUNT.
004830     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004840     MOVE 'ACCOUNT NOT ON FILE:' TO CT-CAPTION.
004850     MOVE DL105-NOT-ON-FILE-COUNT TO CT-COUNT.
004860     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004870     MOVE 'ACCOUNT CLOSED:' TO CT-CAPTION.
004880     MOVE DL105-CLOSED-COUNT TO CT-COUNT.
004890     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004900     MOVE 'FAILED EDIT:' TO CT-CAPTION.
004910     MOVE DL105-INVALID-COUNT TO CT-COUNT.
004920     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004930     CLOSE RETURNED-MAIL-FILE.
004940     IF DL105-RTN-IN-STATUS NOT = '00'
004950         MOVE 'RETURNED-MAIL' TO DL105-ABEND-FILE-NAME
004960         MOVE DL105-RTN-IN-STATUS TO DL105-ABEND-FILE-STATUS
004970         PERFORM 9999-ABEND-PARAGRAPH
004980     END-IF.
004990     CLOSE CUSTOMER-MASTER.
005000     IF DL105-CUST-MST-STATUS NOT = '00'
005010         MOVE 'CUST-MASTER' TO DL105-ABEND-FILE-NAME
005020         MOVE DL105-CUST-MST-STATUS TO DL105-ABEND-FILE-STATUS
005030         PERFORM 9999-ABEND-PARAGRAPH
005040     END-IF.
005050     CLOSE AUDIT-JOURNAL.
005060     IF DL105-AUDIT-JNL-STATUS NOT = '00'
005070         MOVE 'AUDIT-JNL' TO DL105-ABEND-FILE-NAME
005080         MOVE DL105-AUDIT-JNL-STATUS TO DL105-ABEND-FILE-STATUS
005090         PERFORM 9999-ABEND-PARAGRAPH
005100     END-IF.
005110     CLOSE RETURNED-MAIL-REPORT.
005120     IF DL105-RTN-RPT-STATUS NOT = '00'
005130         MOVE 'RTN-REPORT' TO DL105-ABEND-FILE-NAME
005140         MOVE DL105-RTN-RPT-STATUS TO DL105-ABEND-FILE-STATUS
005150         PERFORM 9999-ABEND-PARAGRAPH
005160     END-IF.
005170     IF DL105-NOT-ON-FILE-COUNT > ZERO
005180         OR DL105-CLOSED-COUNT > ZERO
005190         OR DL105-INVALID-COUNT > ZERO
005200         MOVE 4 TO RETURN-CODE
005210     ELSE
005220         MOVE ZERO TO RETURN-CODE
005230     END-IF.
005240     MOVE 60 TO DL105-MESSAGE-NUMBER.
005250     DISPLAY DL100-MESSAGE-ENTRY (DL105-MESSAGE-NUMBER)
005260         ' - FLAGGED: ' DL105-FLAGGED-COUNT
005270         ' NOT APPLIED: ' DL105-INVALID-COUNT
005280         '/' DL105-NOT-ON-FILE-COUNT
005290         '/' DL105-CLOSED-COUNT.
005300 3000-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340*    3100-WRITE-COUNT-LINE - WRITE ONE CAPTION/COUNT LINE.       *
005350******************************************************************
005360 3100-WRITE-COUNT-LINE.
005370     WRITE RETURNED-MAIL-REPORT-RECORD FROM DL105-COUNT-LINE.
005380     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005390 3100-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    8100-VALIDATE-DATE - CHECK THAT DL105-EDIT-DATE IS A REAL   *
005440*    CALENDAR DATE - YEAR 1900 OR LATER, MONTH 1-12, DAY WITHIN  *
005450*    THE MONTH, FEBRUARY BY THE LEAP-YEAR RULE - AS TRANEDIT     *
005460*    DOES.                                                       *
005470******************************************************************
005480 8100-VALIDATE-DATE.
005490     MOVE 'Y' TO DL105-DATE-VALID-SWITCH.
005500     IF DL105-EDIT-YEAR < 1900
005510         MOVE 'N' TO DL105-DATE-VALID-SWITCH
005520         GO TO 8100-EXIT
005530     END-IF.
005540     IF DL105-EDIT-MONTH < 1 OR DL105-EDIT-MONTH > 12
005550         MOVE 'N' TO DL105-DATE-VALID-SWITCH
005560         GO TO 8100-EXIT
005570     END-IF.
005580     EVALUATE DL105-EDIT-MONTH
005590         WHEN 1
005600         WHEN 3
005610         WHEN 5
005620         WHEN 7
005630         WHEN 8
005640         WHEN 10
005650         WHEN 12
005660             MOVE 31 TO DL105-DAYS-IN-MONTH
005670         WHEN 4
005680         WHEN 6
005690         WHEN 9
005700         WHEN 11
005710             MOVE 30 TO DL105-DAYS-IN-MONTH
005720         WHEN 2
005730             MOVE 28 TO DL105-DAYS-IN-MONTH
005740             DIVIDE DL105-EDIT-YEAR BY 4
005750                 GIVING DL105-LEAP-QUOTIENT
005760                 REMAINDER DL105-LEAP-REMAINDER
005770             IF DL105-LEAP-REMAINDER = ZERO
005780                 DIVIDE DL105-EDIT-YEAR BY 100
005790                     GIVING DL105-LEAP-QUOTIENT
005800                     REMAINDER DL105-LEAP-REMAINDER
005810                 IF DL105-LEAP-REMAINDER NOT = ZERO
005820                     MOVE 29 TO DL105-DAYS-IN-MONTH
005830                 ELSE
005840                     DIVIDE DL105-EDIT-YEAR BY 400
005850                         GIVING DL105-LEAP-QUOTIENT
005860                         REMAINDER DL105-LEAP-REMAINDER
005870                     IF DL105-LEAP-REMAINDER = ZERO
005880                         MOVE 29 TO DL105-DAYS-IN-MONTH
005890                     END-IF
005900                 END-IF
005910             END-IF
005920     END-EVALUATE.
005930     IF DL105-EDIT-DAY < 1
005940         OR DL105-EDIT-DAY > DL105-DAYS-IN-MONTH
005950         MOVE 'N' TO DL105-DATE-VALID-SWITCH
005960     END-IF.
005970 8100-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
006020*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
006030*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
006040*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
006050*    CHECKS THE CYCLE STATUS.                                    *
006060******************************************************************
006070 8900-END-CYCLE-STEP.
006080     IF NOT DL105-CYCLE-STEP-STARTED
006090         GO TO 8900-EXIT
006100     END-IF.
006110     MOVE 'N' TO DL105-CYCLE-SWITCH.
006120     MOVE 'E' TO CP-FUNCTION.
006130     MOVE RETURN-CODE TO CP-STEP-RC.
006140     CALL 'CYCLCTL' USING DL105-CYCLE-AREA.
006150     MOVE CP-STEP-RC TO RETURN-CODE.
006160     IF NOT CP-CLEARED
006170         MOVE 55 TO DL105-MESSAGE-NUMBER
006180         DISPLAY DL100-MESSAGE-ENTRY (DL105-MESSAGE-NUMBER)
006190         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
006200     END-IF.
006210 8900-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
006260*    STATUS.                                                     *
006270******************************************************************
006280 9999-ABEND-PARAGRAPH.
006290     MOVE 4 TO DL105-MESSAGE-NUMBER.
006300     DISPLAY DL100-MESSAGE-ENTRY (DL105-MESSAGE-NUMBER).
006310     DISPLAY 'ABEND - FILE: ' DL105-ABEND-FILE-NAME
006320             ' STATUS: ' DL105-ABEND-FILE-STATUS
006330             ' RECORDS READ: ' DL105-RECORDS-READ.
006340     MOVE 16 TO RETURN-CODE.
006350     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
006360     STOP RUN.
