000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   RTNMRPT                                      *
000040*    AUTHOR.       J. MATELAT                                   *
000050*    INSTALLATION. EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN. 10/15/2026                                   *
000070*    DATE-COMPILED.                                             *
000080*                                                                *
000090*    PURPOSE.  WEEKLY RETURNED MAIL AGING REPORT (DL245).       *
000100*    PASSES THE WHOLE CUSTOMER MASTER IN KEY ORDER AND LISTS    *
000110*    EVERY ACCOUNT STILL FLAGGED ADDRESS UNDELIVERABLE          *
000120*    (CR-MAIL-STATUS 'U', SET BY RTNMAIL) WITH ITS NAME,        *
000130*    ADDRESS, STATUS, BALANCE, THE DATE THE MAIL CAME BACK,     *
000140*    AND HOW MANY DAYS AGO THAT WAS.  EACH ACCOUNT IS COUNTED   *
000150*    IN AN AGE BUCKET - 0-30, 31-60, 61-90, OVER 90 DAYS - SO   *
000160*    CUSTOMER SERVICE CAN SEE WHICH ADDRESSES HAVE GONE         *
000170*    UNCORRECTED LONGEST.  A FLAG IS CLEARED ONLY BY AN         *
000180*    ACCEPTED 'N' (NAME/ADDRESS CHANGE), SO AN ACCOUNT DROPS    *
000190*    OFF THIS REPORT THE WEEK AFTER ITS ADDRESS IS FIXED.       *
000200*    READ ONLY - THE MASTER IS NOT UPDATED.  RC 0 = REPORT      *
000210*    PRODUCED, 16 = FILE FAILURE.                               *
000220*                                                                *
000230*    MODIFICATION HISTORY.                                      *
000240*    DATE       INIT DESCRIPTION                                *
000250*    10/15/2026 JM   ORIGINAL PROGRAM.                          *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. RTNMRPT.
000300 AUTHOR. J. MATELAT.
000310 INSTALLATION. EDD BATCH SYSTEMS.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-Z.
000380 OBJECT-COMPUTER. IBM-Z.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CUSTOMER-MASTER
000420         ASSIGN TO CUSTMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CR-ACCOUNT-NUMBER
000460         FILE STATUS IS DL245-CUST-MST-STATUS.
000470*
000480     SELECT AGING-REPORT
000490         ASSIGN TO RTNMRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS DL245-AGE-RPT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570 FD  CUSTOMER-MASTER
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 156 CHARACTERS.
000600 01  CUSTOMER-MASTER-RECORD.
000610     COPY CUSTOMER-RECORD.
000620*
000630 FD  AGING-REPORT
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 133 CHARACTERS.
000660 01  AGING-REPORT-RECORD             PIC X(133).
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700 COPY MESSAGES.
000710*
000720 01  DL245-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000730*
000740 01  DL245-FILE-STATUS-FIELDS.
000750     05  DL245-CUST-MST-STATUS       PIC X(02) VALUE '00'.
000760     05  DL245-AGE-RPT-STATUS        PIC X(02) VALUE '00'.
000770*
000780 01  DL245-ABEND-FIELDS.
000790     05  DL245-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
000800     05  DL245-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
000810*
000820 01  DL245-SWITCHES.
000830     05  DL245-EOF-SWITCH            PIC X(01) VALUE 'N'.
000840         88  DL245-END-OF-FILE           VALUE 'Y'.
000850         88  DL245-NOT-END-OF-FILE       VALUE 'N'.
000852     05  DL245-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
000854         88  DL245-DATE-VALID            VALUE 'Y'.
000856         88  DL245-DATE-NOT-VALID        VALUE 'N'.
000860*
000870 01  DL245-COUNTERS.
000880     05  DL245-MASTER-COUNT          PIC 9(07) VALUE ZERO.
000890     05  DL245-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
000900     05  DL245-BUCKET-0-30-COUNT     PIC 9(07) VALUE ZERO.
000910     05  DL245-BUCKET-31-60-COUNT    PIC 9(07) VALUE ZERO.
000920     05  DL245-BUCKET-61-90-COUNT    PIC 9(07) VALUE ZERO.
000930     05  DL245-BUCKET-OVER-90-COUNT  PIC 9(07) VALUE ZERO.
000940     05  DL245-BAD-DATE-COUNT        PIC 9(07) VALUE ZERO.
000950*
000960 01  DL245-AGE-FIELDS.
000970     05  DL245-RUN-DATE              PIC 9(08) VALUE ZERO.
000980     05  DL245-TODAY-SERIAL          PIC 9(07) COMP VALUE ZERO.
000990     05  DL245-RETURN-SERIAL         PIC 9(07) COMP VALUE ZERO.
001000     05  DL245-AGE-DAYS              PIC S9(05) COMP VALUE ZERO.
001010*
001020*    CIVIL-TO-SERIAL DATE CONVERSION WORK AREA - SEE
001030*    8200-DATE-TO-SERIAL.
001040 01  DL245-CONVERT-FIELDS.
001050     05  DL245-CONV-DATE             PIC 9(08) VALUE ZERO.
001060     05  DL245-CONV-SPLIT REDEFINES DL245-CONV-DATE.
001070         10  DL245-CONV-YEAR         PIC 9(04).
001080         10  DL245-CONV-MONTH        PIC 9(02).
001090         10  DL245-CONV-DAY          PIC 9(02).
001100     05  DL245-CONV-SERIAL           PIC 9(07) COMP VALUE ZERO.
001110     05  DL245-PRIOR-YEAR            PIC 9(04) COMP VALUE ZERO.
001120     05  DL245-LEAP-COUNT            PIC 9(07) COMP VALUE ZERO.
001130     05  DL245-LEAP-WORK             PIC 9(07) COMP VALUE ZERO.
001140     05  DL245-LEAP-QUOTIENT         PIC 9(07) COMP VALUE ZERO.
001150     05  DL245-LEAP-REMAINDER        PIC 9(07) COMP VALUE ZERO.
001155     05  DL245-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
001160*
001170*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, COMMON
001180*    YEAR.  FEBRUARY 29 IS HANDLED BY THE LEAP TEST IN 8200.
001190 01  DL245-MONTH-DAYS-DATA.
001200     05  FILLER  PIC X(12) VALUE '000031059090'.
001210     05  FILLER  PIC X(12) VALUE '120151181212'.
001220     05  FILLER  PIC X(12) VALUE '243273304334'.
001230 01  DL245-MONTH-DAYS-TABLE REDEFINES DL245-MONTH-DAYS-DATA.
001240     05  DL245-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.
001250*
001260 01  DL245-REPORT-HEADING-LINE.
001270     05  FILLER                      PIC X(01) VALUE '1'.
001280     05  FILLER                      PIC X(36) VALUE
001290         'EDD RETURNED MAIL AGING REPORT'.
001300     05  FILLER                      PIC X(06) VALUE 'DATE:'.
001310     05  HL-RUN-DATE                 PIC 9(08).
001320     05  FILLER                      PIC X(82) VALUE SPACES.
001330*
001340 01  DL245-REPORT-COLUMN-LINE.
001350     05  FILLER                      PIC X(01) VALUE SPACE.
001360     05  FILLER                      PIC X(13) VALUE
001370         ' ACCOUNT NO'.
001380     05  FILLER                      PIC X(26) VALUE
001390         'CUSTOMER NAME'.
001400     05  FILLER                      PIC X(26) VALUE
001410         'ADDRESS'.
001420     05  FILLER                      PIC X(20) VALUE
001430         'CITY'.
001440     05  FILLER                      PIC X(03) VALUE
001450         'ST'.
001460     05  FILLER                      PIC X(15) VALUE
001470         'BALANCE'.
001480     05  FILLER                      PIC X(10) VALUE
001490         'RETURNED'.
001500     05  FILLER                      PIC X(08) VALUE
001510         '  DAYS'.
001520     05  FILLER                      PIC X(11) VALUE
001530         'AGE'.
001540*
001550 01  DL245-DETAIL-LINE.
001560     05  FILLER                      PIC X(01) VALUE SPACE.
001570     05  DT-ACCOUNT-NUMBER           PIC 9(10).
001580     05  FILLER                      PIC X(03) VALUE SPACES.
001590     05  DT-CUSTOMER-NAME            PIC X(24).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  DT-ADDRESS-LINE-1           PIC X(24).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  DT-CITY                     PIC X(18).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  DT-STATUS-CODE              PIC X(01).
001660     05  FILLER                      PIC X(02) VALUE SPACES.
001670     05  DT-BALANCE                  PIC -9(9).99.
001680     05  FILLER                      PIC X(02) VALUE SPACES.
001690     05  DT-RETURN-DATE              PIC 9(08).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  DT-AGE-DAYS                 PIC ZZ,ZZ9.
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  DT-AGE-BUCKET               PIC X(11).
001740*
001750 01  DL245-COUNT-LINE.
001760     05  FILLER                      PIC X(01) VALUE SPACE.
001770     05  CT-CAPTION                  PIC X(40) VALUE SPACES.
001780     05  CT-COUNT                    PIC ZZZ,ZZ9.
001790     05  FILLER                      PIC X(85) VALUE SPACES.
001800*
001810 01  DL245-BLANK-LINE                PIC X(133) VALUE SPACES.
001820*
001830 PROCEDURE DIVISION.
001840*
001850******************************************************************
001860*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE REPORT.           *
001870******************************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-AGE-ONE-MASTER THRU 2000-EXIT
001910         UNTIL DL245-END-OF-FILE.
001920     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001930     STOP RUN.
001940*
001950******************************************************************
001960*    1000-INITIALIZE - FIX TODAY'S DAY COUNT, OPEN THE FILES,    *
001970*    WRITE THE HEADINGS, AND PRIME THE READ LOOP.                *
001980******************************************************************
001990 1000-INITIALIZE.
002000     MOVE 62 TO DL245-MESSAGE-NUMBER.
002010     DISPLAY DL100-MESSAGE-ENTRY (DL245-MESSAGE-NUMBER).
002020     ACCEPT DL245-RUN-DATE FROM DATE YYYYMMDD.
002030     MOVE DL245-RUN-DATE TO DL245-CONV-DATE.
002040     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT.
002050     MOVE DL245-CONV-SERIAL TO DL245-TODAY-SERIAL.
002060     OPEN INPUT CUSTOMER-MASTER.
002070     IF DL245-CUST-MST-STATUS NOT = '00'
002080         MOVE 'CUST-MASTER' TO DL245-ABEND-FILE-NAME
002090         MOVE DL245-CUST-MST-STATUS TO DL245-ABEND-FILE-STATUS
002100         PERFORM 9999-ABEND-PARAGRAPH
002110     END-IF.
002120     OPEN OUTPUT AGING-REPORT.
002130     IF DL245-AGE-RPT-STATUS NOT = '00'
002140         MOVE 'AGING-REPORT' TO DL245-ABEND-FILE-NAME
002150         MOVE DL245-AGE-RPT-STATUS TO DL245-ABEND-FILE-STATUS
002160         PERFORM 9999-ABEND-PARAGRAPH
002170     END-IF.
002180     MOVE DL245-RUN-DATE TO HL-RUN-DATE.
002190     WRITE AGING-REPORT-RECORD FROM DL245-REPORT-HEADING-LINE.
002200     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002210     WRITE AGING-REPORT-RECORD FROM DL245-REPORT-COLUMN-LINE.
002220     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002230     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002278*    2000-AGE-ONE-MASTER - AGE THE MASTER RECORD IN THE BUFFER   *
002286*    WHEN IT IS FLAGGED UNDELIVERABLE, AND READ THE NEXT.  THE   *
002294*    AGE IS DAYS FROM THE RETURN DATE TO TODAY.  A FLAGGED       *
002302*    ACCOUNT WITH NO USABLE RETURN DATE - MISSING, NOT NUMERIC,  *
002310*    OR NOT A REAL CALENDAR DATE BY 8100 - GOES IN THE OVER-90   *
002318*    BUCKET AND IS COUNTED - IT HAS NO AGE, AND NO ONE SHOULD    *
002326*    THINK IT IS RECENT.                                         *
002340******************************************************************
002350 2000-AGE-ONE-MASTER.
002360     IF NOT CR-MAIL-UNDELIVERABLE
002370         GO TO 2000-NEXT
002380     END-IF.
002390     ADD 1 TO DL245-FLAGGED-COUNT.
002398     MOVE 'N' TO DL245-DATE-VALID-SWITCH.
002406     IF CR-MAIL-RETURN-DATE NUMERIC
002414         MOVE CR-MAIL-RETURN-DATE TO DL245-CONV-DATE
002422         PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT
002430     END-IF.
002438     IF DL245-DATE-NOT-VALID
002446         ADD 1 TO DL245-BAD-DATE-COUNT
002454         MOVE 99999 TO DL245-AGE-DAYS
002462     ELSE
002470         PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT
002478         MOVE DL245-CONV-SERIAL TO DL245-RETURN-SERIAL
002486         MOVE ZERO TO DL245-AGE-DAYS
002494         SUBTRACT DL245-RETURN-SERIAL FROM DL245-TODAY-SERIAL
002502             GIVING DL245-AGE-DAYS
002510         IF DL245-AGE-DAYS < ZERO
002518             MOVE ZERO TO DL245-AGE-DAYS
002526         END-IF
002534     END-IF.
002550     EVALUATE TRUE
002560         WHEN DL245-AGE-DAYS <= 30
002570             ADD 1 TO DL245-BUCKET-0-30-COUNT
002580             MOVE '0-30' TO DT-AGE-BUCKET
002590         WHEN DL245-AGE-DAYS <= 60
002600             ADD 1 TO DL245-BUCKET-31-60-COUNT
002610             MOVE '31-60' TO DT-AGE-BUCKET
002620         WHEN DL245-AGE-DAYS <= 90
002630             ADD 1 TO DL245-BUCKET-61-90-COUNT
002640             MOVE '61-90' TO DT-AGE-BUCKET
002650         WHEN OTHER
002660             ADD 1 TO DL245-BUCKET-OVER-90-COUNT
002670             MOVE 'OVER 90' TO DT-AGE-BUCKET
002680     END-EVALUATE.
002690     MOVE CR-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER.
002700     MOVE CR-CUSTOMER-NAME TO DT-CUSTOMER-NAME.
002710     MOVE CR-ADDRESS-LINE-1 TO DT-ADDRESS-LINE-1.
002720     MOVE CR-CITY TO DT-CITY.
002730     MOVE CR-STATUS-CODE TO DT-STATUS-CODE.
002740     MOVE CR-BALANCE TO DT-BALANCE.
002750     MOVE CR-MAIL-RETURN-DATE TO DT-RETURN-DATE.
002760     MOVE DL245-AGE-DAYS TO DT-AGE-DAYS.
002770     WRITE AGING-REPORT-RECORD FROM DL245-DETAIL-LINE.
002780     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002790 2000-NEXT.
002800     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
002810 2000-EXIT.
002820     EXIT.
002830*
002840******************************************************************
002850*    2900-READ-MASTER - THE ONE PLACE THAT READS THE CUSTOMER    *
002860*    MASTER.                                                     *
002870******************************************************************
002880 2900-READ-MASTER.
002890     READ CUSTOMER-MASTER
002900         AT END
002910             MOVE 'Y' TO DL245-EOF-SWITCH
002920         NOT AT END
002930             ADD 1 TO DL245-MASTER-COUNT
002940     END-READ.
002950     IF DL245-CUST-MST-STATUS NOT = '00'
002960         AND DL245-CUST-MST-STATUS NOT = '10'
002970         MOVE 'CUST-MASTER' TO DL245-ABEND-FILE-NAME
002980         MOVE DL245-CUST-MST-STATUS TO DL245-ABEND-FILE-STATUS
002990         PERFORM 9999-ABEND-PARAGRAPH
003000     END-IF.
003010 2900-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
003060*    REPORT LINE WRITTEN.                                        *
003070******************************************************************
003080 2950-CHECK-REPORT-WRITE.
003090     IF DL245-AGE-RPT-STATUS NOT = '00'
003100         MOVE 'AGING-REPORT' TO DL245-ABEND-FILE-NAME
003110         MOVE DL245-AGE-RPT-STATUS TO DL245-ABEND-FILE-STATUS
003120         PERFORM 9999-ABEND-PARAGRAPH
003130     END-IF.
003140 2950-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*    3000-WRAP-UP - BUCKET COUNTS, CLOSES, AND THE COMPLETION    *
003190*    MESSAGE.                                                    *
003200******************************************************************
003210 3000-WRAP-UP.
003220     WRITE AGING-REPORT-RECORD FROM DL245-BLANK-LINE.
003230     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003240     MOVE 'MASTER RECORDS READ:' TO CT-CAPTION.
003250     MOVE DL245-MASTER-COUNT TO CT-COUNT.
003260     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003270     MOVE 'ACCOUNTS FLAGGED UNDELIVERABLE:' TO CT-CAPTION.
003280     MOVE DL245-FLAGGED-COUNT TO CT-COUNT.
003290     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003300     MOVE '  RETURNED 0-30 DAYS AGO:' TO CT-CAPTION.
003310     MOVE DL245-BUCKET-0-30-COUNT TO CT-COUNT.
003320     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003330     MOVE '  RETURNED 31-60 DAYS AGO:' TO CT-CAPTION.
003340     MOVE DL245-BUCKET-31-60-COUNT TO CT-COUNT.
003350     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003360     MOVE '  RETURNED 61-90 DAYS AGO:' TO CT-CAPTION.
003370     MOVE DL245-BUCKET-61-90-COUNT TO CT-COUNT.
003380     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003390     MOVE '  RETURNED OVER 90 DAYS AGO:' TO CT-CAPTION.
003400     MOVE DL245-BUCKET-OVER-90-COUNT TO CT-COUNT.
003410     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003420     IF DL245-BAD-DATE-COUNT > ZERO
003430         MOVE 'FLAGGED WITH NO VALID RETURN DATE:' TO CT-CAPTION
003440         MOVE DL245-BAD-DATE-COUNT TO CT-COUNT
003450         PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT
003460     END-IF.
003470     CLOSE CUSTOMER-MASTER.
003480     IF DL245-CUST-MST-STATUS NOT = '00'
003490         MOVE 'CUST-MASTER' TO DL245-ABEND-FILE-NAME
003500         MOVE DL245-CUST-MST-STATUS TO DL245-ABEND-FILE-STATUS
003510         PERFORM 9999-ABEND-PARAGRAPH
003520     END-IF.
003530     CLOSE AGING-REPORT.
003540     IF DL245-AGE-RPT-STATUS NOT = '00'
003550         MOVE 'AGING-REPORT' TO DL245-ABEND-FILE-NAME
003560         MOVE DL245-AGE-RPT-STATUS TO DL245-ABEND-FILE-STATUS
003570         PERFORM 9999-ABEND-PARAGRAPH
003580     END-IF.
003590     MOVE 63 TO DL245-MESSAGE-NUMBER.
003600     DISPLAY DL100-MESSAGE-ENTRY (DL245-MESSAGE-NUMBER)
003610         ' - FLAGGED: ' DL245-FLAGGED-COUNT
003620         ' OVER 90 DAYS: ' DL245-BUCKET-OVER-90-COUNT.
003630 3000-EXIT.
003640     EXIT.
003650*
003660******************************************************************
003670*    3100-WRITE-COUNT-LINE - WRITE ONE CAPTION/COUNT LINE.       *
003680******************************************************************
003681 3100-WRITE-COUNT-LINE.
003682     WRITE AGING-REPORT-RECORD FROM DL245-COUNT-LINE.
003683     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003684 3100-EXIT.
003685     EXIT.
003686*
003687******************************************************************
003688*    8100-VALIDATE-DATE - CHECK THAT DL245-CONV-DATE IS A REAL   *
003689*    CALENDAR DATE - YEAR 1900 OR LATER, MONTH 1-12, DAY WITHIN  *
003690*    THE MONTH, FEBRUARY BY THE LEAP-YEAR RULE - AS RTNMAIL      *
003691*    DOES.                                                       *
003692******************************************************************
003693 8100-VALIDATE-DATE.
003694     MOVE 'Y' TO DL245-DATE-VALID-SWITCH.
003695     IF DL245-CONV-YEAR < 1900
003696         MOVE 'N' TO DL245-DATE-VALID-SWITCH
003697         GO TO 8100-EXIT
003698     END-IF.
003699     IF DL245-CONV-MONTH < 1 OR DL245-CONV-MONTH > 12
003700         MOVE 'N' TO DL245-DATE-VALID-SWITCH
003701         GO TO 8100-EXIT
003702     END-IF.
003703     EVALUATE DL245-CONV-MONTH
003704         WHEN 1
003705         WHEN 3
003706         WHEN 5
003707         WHEN 7
003708         WHEN 8
003709         WHEN 10
003710         WHEN 12
003711             MOVE 31 TO DL245-DAYS-IN-MONTH
003712         WHEN 4
003713         WHEN 6
003714         WHEN 9
003715         WHEN 11
003716             MOVE 30 TO DL245-DAYS-IN-MONTH
003717         WHEN 2
003718             MOVE 28 TO DL245-DAYS-IN-MONTH
003719             DIVIDE DL245-CONV-YEAR BY 4
003720                 GIVING DL245-LEAP-QUOTIENT
003721                 REMAINDER DL245-LEAP-REMAINDER
003722             IF DL245-LEAP-REMAINDER = ZERO
003723                 DIVIDE DL245-CONV-YEAR BY 100
003724                     GIVING DL245-LEAP-QUOTIENT
003725                     REMAINDER DL245-LEAP-REMAINDER
003726                 IF DL245-LEAP-REMAINDER NOT = ZERO
003727                     MOVE 29 TO DL245-DAYS-IN-MONTH
003728                 ELSE
003729                     DIVIDE DL245-CONV-YEAR BY 400
003730                         GIVING DL245-LEAP-QUOTIENT
003731                         REMAINDER DL245-LEAP-REMAINDER
003732                     IF DL245-LEAP-REMAINDER = ZERO
003733                         MOVE 29 TO DL245-DAYS-IN-MONTH
003734                     END-IF
003735                 END-IF
003736             END-IF
003737     END-EVALUATE.
003738     IF DL245-CONV-DAY < 1
003739         OR DL245-CONV-DAY > DL245-DAYS-IN-MONTH
003740         MOVE 'N' TO DL245-DATE-VALID-SWITCH
003741     END-IF.
003742 8100-EXIT.
003743     EXIT.
003744*
003750******************************************************************
003760*    8200-DATE-TO-SERIAL - TURN DL245-CONV-DATE INTO A RUNNING   *
003770*    DAY COUNT SO TWO DATES SUBTRACT TO AN AGE IN DAYS.  THE     *
003780*    COUNT IS DAYS FROM A FIXED ORIGIN - 365 PER ELAPSED YEAR,   *
003790*    PLUS ONE PER ELAPSED LEAP YEAR (DIVISIBLE BY 4, EXCEPT      *
003800*    CENTURIES NOT DIVISIBLE BY 400), PLUS THE DAYS BEFORE THE   *
003810*    MONTH, PLUS ONE MORE WHEN THE YEAR ITSELF IS A LEAP YEAR    *
003820*    AND THE DATE IS PAST FEBRUARY.  ONLY DIFFERENCES ARE EVER   *
003830*    USED, SO THE ORIGIN ITSELF DOES NOT MATTER.  2000 ONLY      *
003840*    PASSES A RETURN DATE THAT 8100 ACCEPTED; THE MONTH TEST     *
003850*    BELOW ONLY KEEPS THE SUBSCRIPT ON THE TABLE.                *
003860******************************************************************
003870 8200-DATE-TO-SERIAL.
003880     IF DL245-CONV-MONTH < 1 OR DL245-CONV-MONTH > 12
003890         MOVE 1 TO DL245-CONV-MONTH
003900     END-IF.
003910     MOVE ZERO TO DL245-PRIOR-YEAR.
003920     SUBTRACT 1 FROM DL245-CONV-YEAR GIVING DL245-PRIOR-YEAR.
003930     DIVIDE DL245-PRIOR-YEAR BY 4
003940         GIVING DL245-LEAP-COUNT.
003950     DIVIDE DL245-PRIOR-YEAR BY 100
003960         GIVING DL245-LEAP-WORK.
003970     SUBTRACT DL245-LEAP-WORK FROM DL245-LEAP-COUNT.
003980     DIVIDE DL245-PRIOR-YEAR BY 400
003990         GIVING DL245-LEAP-WORK.
004000     ADD DL245-LEAP-WORK TO DL245-LEAP-COUNT.
004010     MOVE ZERO TO DL245-CONV-SERIAL.
004020     COMPUTE DL245-CONV-SERIAL =
004030         DL245-CONV-YEAR * 365 + DL245-LEAP-COUNT
004040             + DL245-DAYS-BEFORE-MONTH (DL245-CONV-MONTH)
004050             + DL245-CONV-DAY.
004060     IF DL245-CONV-MONTH > 2
004070         DIVIDE DL245-CONV-YEAR BY 4
004080             GIVING DL245-LEAP-QUOTIENT
004090             REMAINDER DL245-LEAP-REMAINDER
004100         IF DL245-LEAP-REMAINDER = ZERO
004110             DIVIDE DL245-CONV-YEAR BY 100
004120                 GIVING DL245-LEAP-QUOTIENT
004130                 REMAINDER DL245-LEAP-REMAINDER
004140             IF DL245-LEAP-REMAINDER NOT = ZERO
004150                 ADD 1 TO DL245-CONV-SERIAL
004160             ELSE
004170                 DIVIDE DL245-CONV-YEAR BY 400
004180                     GIVING DL245-LEAP-QUOTIENT
004190                     REMAINDER DL245-LEAP-REMAINDER
004200                 IF DL245-LEAP-REMAINDER = ZERO
004210                     ADD 1 TO DL245-CONV-SERIAL
004220                 END-IF
004230             END-IF
004240         END-IF
004250     END-IF.
004260 8200-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
004310*    STATUS.                                                     *
004320******************************************************************
004330 9999-ABEND-PARAGRAPH.
004340     MOVE 4 TO DL245-MESSAGE-NUMBER.
004350     DISPLAY DL100-MESSAGE-ENTRY (DL245-MESSAGE-NUMBER).
004360     DISPLAY 'ABEND - FILE: ' DL245-ABEND-FILE-NAME
004370             ' STATUS: ' DL245-ABEND-FILE-STATUS
004380             ' MASTER RECORDS READ: ' DL245-MASTER-COUNT.
004390     MOVE 16 TO RETURN-CODE.
004400     STOP RUN.
