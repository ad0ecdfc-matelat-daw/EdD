000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   INTPOST                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  MONTH-END INTEREST AND SERVICE-CHARGE POSTING     *
000100*    RUN (DL080).  PASSES THE CUSTOMER MASTER IN KEY ORDER AND,  *
000110*    FOR EVERY ACTIVE ACCOUNT, WORKS OUT THE MONTH'S INTEREST    *
000120*    ON CR-BALANCE AT THE ANNUAL RATE AND THE SERVICE CHARGE     *
000130*    FROM THE BALANCE TIER IT FALLS IN.  THE RATE AND THE FEE    *
000140*    TIERS ARE READ FROM THE CTLCARD PARAMETER MEMBER, NEVER     *
000150*    CODED HERE, SO FINANCE CAN CHANGE THEM WITHOUT A RELEASE.   *
000160*    THE MASTER IS NOT UPDATED - THE POSTINGS ARE WRITTEN AS A   *
000170*    PROPERLY FRAMED TRANS-IN BATCH ('H' HEADER WITH ITS OWN     *
000180*    BATCH ID, 'P' INTEREST AND 'B' CHARGE DETAILS, 'T'          *
000190*    TRAILER COUNT AND TOTAL) SO THEY TRAVEL THE SAME ROAD AS    *
000200*    ANY UPSTREAM BATCH: TRANEDIT, THE BATCH REGISTRY, THE       *
000210*    SUSPENSE FILE, AND THE AUDIT JOURNAL.  THE POSTING LISTING  *
000220*    SHOWS EVERY POSTING WITH THE RATE OR TIER APPLIED AND THE   *
000230*    BATCH TOTALS, AND IS SIGNED OFF BY FINANCE BEFORE THE       *
000240*    BATCH IS RELEASED (INTRELJ).  RC 0 = BATCH BUILT, 4 = NO    *
000250*    POSTINGS THIS MONTH, 16 = FILE FAILURE OR BAD CONTROL CARD. *
000260*                                                                *
000270*    MODIFICATION HISTORY.                                       *
000280*    DATE       INIT DESCRIPTION                                 *
000290*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000293*    10/15/2026 JM   CUSTOMER MASTER GREW 147 TO 156 WITH THE   *
000296*                   RETURNED-MAIL FIELDS.                       *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. INTPOST.
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
000450     SELECT CUSTOMER-MASTER
000460         ASSIGN TO CUSTMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CR-ACCOUNT-NUMBER
000500         FILE STATUS IS DL080-CUST-MST-STATUS.
000510*
000520     SELECT CONTROL-CARDS
000530         ASSIGN TO CTLCARD
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS DL080-CTL-CARD-STATUS.
000570*
000580     SELECT POSTING-OUT
000590         ASSIGN TO POSTOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS DL080-POST-OUT-STATUS.
000630*
000640     SELECT POSTING-REPORT
000650         ASSIGN TO POSTRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS DL080-POST-RPT-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  CUSTOMER-MASTER
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 156 CHARACTERS.
000760 01  CUSTOMER-MASTER-RECORD.
000770     COPY CUSTOMER-RECORD.
000780*
000790 FD  CONTROL-CARDS
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  CONTROL-CARD-RECORD         PIC X(80).
000830*
000840*    THE POSTING BATCH IS A TRANS-IN FILE IN EVERY RESPECT, SO
000850*    THE RECORD IS SPELLED OUT EXACTLY AS THE DRIVER AND
000860*    TRANEDIT SPELL IT - THE UPSTREAM FORMAT IS FROZEN AT 100
000870*    BYTES.
000880 FD  POSTING-OUT
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 100 CHARACTERS.
000910 01  TRANS-IN-RECORD.
000920     05  TI-RECORD-TYPE          PIC X(01).
000930         88  TI-HEADER-RECORD        VALUE 'H'.
000940         88  TI-DETAIL-RECORD        VALUE 'D'.
000950         88  TI-TRAILER-RECORD       VALUE 'T'.
000960     05  TI-RECORD-DATA          PIC X(99).
000970*
000980 01  TRANS-DETAIL-RECORD REDEFINES TRANS-IN-RECORD.
000990     05  TD-RECORD-TYPE          PIC X(01).
001000     05  TD-TRAN-TYPE-CODE       PIC X(01).
001010         88  TD-TRAN-PAYMENT         VALUE 'P'.
001020         88  TD-TRAN-DEBIT           VALUE 'B'.
001030     05  TD-ACCOUNT-NUMBER       PIC 9(10).
001040     05  TD-CUSTOMER-NAME        PIC X(30).
001050     05  TD-BALANCE              PIC S9(9)V99.
001060     05  TD-STATUS-CODE          PIC X(01).
001070     05  TD-LAST-ACTIVITY-DATE   PIC 9(08).
001080     05  FILLER                  PIC X(38).
001090*
001100 01  TRANS-TRAILER-RECORD REDEFINES TRANS-IN-RECORD.
001110     05  TT-RECORD-TYPE          PIC X(01).
001120     05  TT-EXPECTED-COUNT       PIC 9(07).
001130     05  TT-EXPECTED-TOTAL       PIC S9(09)V99.
001140     05  FILLER                  PIC X(81).
001150*
001160 01  TRANS-HEADER-RECORD REDEFINES TRANS-IN-RECORD.
001170     05  TH-RECORD-TYPE          PIC X(01).
001180     05  TH-BATCH-ID             PIC X(08).
001190     05  TH-BATCH-DATE           PIC 9(08).
001200     05  FILLER                  PIC X(83).
001210*
001220 FD  POSTING-REPORT
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 133 CHARACTERS.
001250 01  POSTING-REPORT-RECORD       PIC X(133).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290 COPY MESSAGES.
001300*
001310 01  DL080-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001320*
001330 01  DL080-FILE-STATUS-FIELDS.
001340     05  DL080-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001350     05  DL080-CTL-CARD-STATUS       PIC X(02) VALUE '00'.
001360     05  DL080-POST-OUT-STATUS       PIC X(02) VALUE '00'.
001370     05  DL080-POST-RPT-STATUS       PIC X(02) VALUE '00'.
001380*
001390 01  DL080-ABEND-FIELDS.
001400     05  DL080-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001410     05  DL080-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001420*
001430 01  DL080-SWITCHES.
001440     05  DL080-EOF-SWITCH            PIC X(01) VALUE 'N'.
001450         88  DL080-END-OF-FILE           VALUE 'Y'.
001460         88  DL080-NOT-END-OF-FILE       VALUE 'N'.
001470     05  DL080-CONTROL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001480         88  DL080-CONTROL-AT-END        VALUE 'Y'.
001490         88  DL080-CONTROL-NOT-AT-END    VALUE 'N'.
001500     05  DL080-RATE-SWITCH           PIC X(01) VALUE 'N'.
001510         88  DL080-RATE-SET              VALUE 'Y'.
001520     05  DL080-TIER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001530         88  DL080-TIER-FOUND            VALUE 'Y'.
001540     05  DL080-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
001550         88  DL080-DATE-VALID            VALUE 'Y'.
001560         88  DL080-DATE-NOT-VALID        VALUE 'N'.
001570*
001580 01  DL080-COUNTERS.
001590     05  DL080-MASTER-COUNT          PIC 9(07) VALUE ZERO.
001600     05  DL080-ACTIVE-COUNT          PIC 9(07) VALUE ZERO.
001610     05  DL080-INTEREST-COUNT        PIC 9(07) VALUE ZERO.
001620     05  DL080-FEE-COUNT             PIC 9(07) VALUE ZERO.
001630     05  DL080-WAIVED-COUNT          PIC 9(07) VALUE ZERO.
001640     05  DL080-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
001650*
001660 01  DL080-MONEY-TOTALS.
001670     05  DL080-INTEREST-TOTAL        PIC S9(09)V99 VALUE ZERO.
001680     05  DL080-FEE-TOTAL             PIC S9(09)V99 VALUE ZERO.
001690     05  DL080-WAIVED-TOTAL          PIC S9(09)V99 VALUE ZERO.
001700*    THE BATCH TOTAL IS BUILT THE WAY THE DRIVER CHECKS IT -
001710*    EVERY NON-'N' DETAIL AMOUNT ADDED, PAYMENTS AND DEBITS
001720*    ALIKE - SO IT IS SIZED TO THE TRAILER FIELD IT FEEDS.
001730     05  DL080-BATCH-TOTAL           PIC S9(09)V99 VALUE ZERO.
001740*
001750 01  DL080-DATE-FIELDS.
001760     05  DL080-PROCESS-DATE          PIC 9(08) VALUE ZERO.
001770     05  DL080-PROCESS-SPLIT REDEFINES DL080-PROCESS-DATE.
001780         10  DL080-PROCESS-YYYYMM    PIC 9(06).
001790         10  DL080-PROCESS-DD        PIC 9(02).
001800     05  DL080-EDIT-DATE             PIC 9(08) VALUE ZERO.
001810     05  DL080-EDIT-SPLIT REDEFINES DL080-EDIT-DATE.
001820         10  DL080-EDIT-YEAR         PIC 9(04).
001830         10  DL080-EDIT-MONTH        PIC 9(02).
001840         10  DL080-EDIT-DAY          PIC 9(02).
001850     05  DL080-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
001860     05  DL080-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
001870     05  DL080-LEAP-REMAINDER        PIC 9(04) COMP VALUE ZERO.
001880*
001890*    THE BATCH ID IS 'IC' AND THE POSTING MONTH, SO THE BATCH
001900*    REGISTRY REFUSES A SECOND RELEASE OF THE SAME MONTH'S
001910*    CHARGES.  A BATCHID= CARD OVERRIDES IT FOR A DELIBERATE
001920*    CORRECTING BATCH.
001930 01  DL080-BATCH-FIELDS.
001940     05  DL080-BATCH-ID              PIC X(08) VALUE SPACES.
001950     05  DL080-BATCH-ID-SPLIT REDEFINES DL080-BATCH-ID.
001960         10  DL080-BATCH-ID-PREFIX   PIC X(02).
001970         10  DL080-BATCH-ID-MONTH    PIC 9(06).
001980*
001990*    RATE AND FEE SCHEDULE FROM THE CTLCARD MEMBER.  THE RATE
002000*    IS AN ANNUAL PERCENTAGE; ONE TWELFTH OF IT IS POSTED EACH
002010*    MONTH.  EACH FEE TIER READS 'BALANCE UNDER THIS LIMIT
002020*    PAYS THIS FEE'; TIERS MUST BE KEYED IN ASCENDING LIMIT
002030*    ORDER AND AN ACCOUNT AT OR ABOVE THE TOP LIMIT PAYS NONE.
002040 01  DL080-RATE-FIELDS.
002050     05  DL080-ANNUAL-RATE           PIC 9(02)V9(04) VALUE ZERO.
002060     05  DL080-RATE-TEXT             PIC X(07) VALUE SPACES.
002070     05  DL080-RATE-SPLIT REDEFINES DL080-RATE-TEXT.
002080         10  DL080-RATE-INT          PIC 9(02).
002090         10  FILLER                  PIC X(01).
002100         10  DL080-RATE-DEC          PIC 9(04).
002110     05  DL080-TIER-TEXT             PIC X(20) VALUE SPACES.
002120     05  DL080-TIER-SPLIT REDEFINES DL080-TIER-TEXT.
002130         10  DL080-TIER-LIMIT-INT    PIC 9(09).
002140         10  FILLER                  PIC X(01).
002150         10  DL080-TIER-LIMIT-DEC    PIC 9(02).
002160         10  FILLER                  PIC X(01).
002170         10  DL080-TIER-FEE-INT      PIC 9(04).
002180         10  FILLER                  PIC X(01).
002190         10  DL080-TIER-FEE-DEC      PIC 9(02).
002200     05  DL080-NEW-LIMIT             PIC 9(09)V99 VALUE ZERO.
002210*
002220 01  DL080-TIER-TABLE.
002230     05  DL080-TIER-MAX              PIC 9(04) COMP VALUE 5.
002240     05  DL080-TIER-COUNT            PIC 9(04) COMP VALUE ZERO.
002250     05  DL080-TIER-INDEX            PIC 9(04) COMP VALUE ZERO.
002260     05  DL080-TIER-ENTRY            OCCURS 5 TIMES.
002270         10  DL080-TIER-LIMIT        PIC 9(09)V99.
002280         10  DL080-TIER-FEE          PIC 9(04)V99.
002290*
002300 01  DL080-WORK-FIELDS.
002310     05  DL080-INTEREST-AMOUNT       PIC S9(09)V99 VALUE ZERO.
002320     05  DL080-FEE-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002330     05  DL080-AVAILABLE-BALANCE     PIC S9(09)V99 VALUE ZERO.
002340     05  DL080-POST-ACTIVITY-DATE    PIC 9(08) VALUE ZERO.
002350*
002360 01  DL080-REPORT-HEADING-LINE.
002370     05  FILLER                      PIC X(01) VALUE '1'.
002380     05  FILLER                      PIC X(44) VALUE
002390         'EDD MONTH-END INTEREST AND CHARGE POSTINGS'.
002400     05  FILLER                      PIC X(06) VALUE 'DATE:'.
002410     05  HL-PROCESS-DATE             PIC 9(08).
002420     05  FILLER                      PIC X(09) VALUE
002430         '  BATCH:'.
002440     05  HL-BATCH-ID                 PIC X(08).
002450     05  FILLER                      PIC X(57) VALUE SPACES.
002460*
002470 01  DL080-RATE-LINE.
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  FILLER                      PIC X(27) VALUE
002500         'ANNUAL INTEREST RATE:'.
002510     05  RL-ANNUAL-RATE              PIC Z9.9999.
002520     05  FILLER                      PIC X(98) VALUE
002530         ' PCT - ONE TWELFTH POSTED PER MONTH'.
002540*
002550 01  DL080-TIER-LINE.
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  FILLER                      PIC X(10) VALUE
002580         'FEE TIER'.
002590     05  TL-TIER-NUMBER              PIC 9(01).
002600     05  FILLER                      PIC X(16) VALUE
002610         ': BALANCE UNDER'.
002620     05  TL-TIER-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                      PIC X(07) VALUE
002640         '  FEE'.
002650     05  TL-TIER-FEE                 PIC Z,ZZ9.99.
002660     05  FILLER                      PIC X(76) VALUE SPACES.
002670*
002680 01  DL080-REPORT-COLUMN-LINE.
002690     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  FILLER                      PIC X(13) VALUE
002710         ' ACCOUNT NO'.
002720     05  FILLER                      PIC X(26) VALUE
002730         'CUSTOMER NAME'.
002740     05  FILLER                      PIC X(15) VALUE
002750         '      BALANCE'.
002760     05  FILLER                      PIC X(12) VALUE
002770         'POSTING'.
002780     05  FILLER                      PIC X(18) VALUE
002790         'RATE / TIER'.
002800     05  FILLER                      PIC X(15) VALUE
002810         '       AMOUNT'.
002820     05  FILLER                      PIC X(33) VALUE
002830         'REMARK'.
002840*
002850 01  DL080-DETAIL-LINE.
002860     05  FILLER                      PIC X(01) VALUE SPACE.
002870     05  DT-ACCOUNT-NUMBER           PIC 9(10).
002880     05  FILLER                      PIC X(03) VALUE SPACES.
002890     05  DT-CUSTOMER-NAME            PIC X(24).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  DT-BALANCE                  PIC -9(9).99.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  DT-POSTING                  PIC X(10).
002940     05  FILLER                      PIC X(02) VALUE SPACES.
002950     05  DT-BASIS                    PIC X(16).
002960     05  DT-BASIS-RATE REDEFINES DT-BASIS.
002970         10  DT-RATE-APPLIED         PIC Z9.9999.
002980         10  DT-RATE-CAPTION         PIC X(09).
002990     05  DT-BASIS-TIER REDEFINES DT-BASIS.
003000         10  DT-TIER-CAPTION         PIC X(05).
003010         10  DT-TIER-NUMBER          PIC 9(01).
003020         10  FILLER                  PIC X(10).
003030     05  FILLER                      PIC X(02) VALUE SPACES.
003040     05  DT-AMOUNT                   PIC -9(9).99.
003050     05  FILLER                      PIC X(02) VALUE SPACES.
003060     05  DT-REMARK                   PIC X(20).
003070     05  FILLER                      PIC X(13) VALUE SPACES.
003080*
003090 01  DL080-COUNT-LINE.
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003110     05  CT-CAPTION                  PIC X(40) VALUE SPACES.
003120     05  CT-COUNT                    PIC ZZZ,ZZ9.
003130     05  FILLER                      PIC X(85) VALUE SPACES.
003140*
003150 01  DL080-TOTAL-LINE.
003160     05  FILLER                      PIC X(01) VALUE SPACE.
003170     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
003180     05  TO-COUNT                    PIC ZZZ,ZZ9.
003190     05  FILLER                      PIC X(04) VALUE SPACES.
003200     05  TO-AMOUNT                   PIC -9(9).99.
003210     05  FILLER                      PIC X(72) VALUE SPACES.
003220*
003230 01  DL080-SIGNOFF-LINE.
003240     05  FILLER                      PIC X(01) VALUE SPACE.
003250     05  FILLER                      PIC X(60) VALUE
003260         'RELEASED FOR POSTING BY FINANCE: ____________________'.
003270     05  FILLER                      PIC X(72) VALUE
003280         'DATE: __________'.
003290*
003300 01  DL080-BLANK-LINE                PIC X(133) VALUE SPACES.
003310*
003320 PROCEDURE DIVISION.
003330*
003340******************************************************************
003350*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE POSTING RUN.      *
003360******************************************************************
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-POST-ONE-MASTER THRU 2000-EXIT
003400         UNTIL DL080-END-OF-FILE.
003410     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
003420     STOP RUN.
003430*
003440******************************************************************
003450*    1000-INITIALIZE - LOAD THE RATE AND FEE SCHEDULE, OPEN THE  *
003460*    FILES, WRITE THE BATCH HEADER AND THE SCHEDULE AT THE TOP   *
003470*    OF THE LISTING, AND PRIME THE READ LOOP.                    *
003480******************************************************************
003490 1000-INITIALIZE.
003500     MOVE 33 TO DL080-MESSAGE-NUMBER.
003510     DISPLAY DL100-MESSAGE-ENTRY (DL080-MESSAGE-NUMBER).
003520     ACCEPT DL080-PROCESS-DATE FROM DATE YYYYMMDD.
003530     MOVE 'IC' TO DL080-BATCH-ID-PREFIX.
003540     MOVE DL080-PROCESS-YYYYMM TO DL080-BATCH-ID-MONTH.
003550     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
003560     IF NOT DL080-RATE-SET
003570         DISPLAY 'INTPOST - NO INTRATE= CARD IN CTLCARD'
003580             ' - RUN STOPPED'
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     DISPLAY 'POSTING BATCH: ' DL080-BATCH-ID
003630         ' RATE: ' DL080-ANNUAL-RATE
003640         ' FEE TIERS: ' DL080-TIER-COUNT.
003650     OPEN INPUT CUSTOMER-MASTER.
003660     IF DL080-CUST-MST-STATUS NOT = '00'
003670         MOVE 'CUST-MASTER' TO DL080-ABEND-FILE-NAME
003680         MOVE DL080-CUST-MST-STATUS TO DL080-ABEND-FILE-STATUS
003690         PERFORM 9999-ABEND-PARAGRAPH
003700     END-IF.
003710     OPEN OUTPUT POSTING-OUT.
003720     IF DL080-POST-OUT-STATUS NOT = '00'
003730         MOVE 'POSTING-OUT' TO DL080-ABEND-FILE-NAME
003740         MOVE DL080-POST-OUT-STATUS TO DL080-ABEND-FILE-STATUS
003750         PERFORM 9999-ABEND-PARAGRAPH
003760     END-IF.
003770     OPEN OUTPUT POSTING-REPORT.
003780     IF DL080-POST-RPT-STATUS NOT = '00'
003790         MOVE 'POST-REPORT' TO DL080-ABEND-FILE-NAME
003800         MOVE DL080-POST-RPT-STATUS TO DL080-ABEND-FILE-STATUS
003810         PERFORM 9999-ABEND-PARAGRAPH
003820     END-IF.
003830     MOVE SPACES TO TRANS-IN-RECORD.
003840     MOVE 'H' TO TH-RECORD-TYPE.
003850     MOVE DL080-BATCH-ID TO TH-BATCH-ID.
003860     MOVE DL080-PROCESS-DATE TO TH-BATCH-DATE.
003870     PERFORM 2960-WRITE-POSTING-RECORD THRU 2960-EXIT.
003880     MOVE DL080-PROCESS-DATE TO HL-PROCESS-DATE.
003890     MOVE DL080-BATCH-ID TO HL-BATCH-ID.
003900     WRITE POSTING-REPORT-RECORD FROM DL080-REPORT-HEADING-LINE.
003910     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003920     MOVE DL080-ANNUAL-RATE TO RL-ANNUAL-RATE.
003930     WRITE POSTING-REPORT-RECORD FROM DL080-RATE-LINE.
003940     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003950     PERFORM 1200-LIST-ONE-TIER THRU 1200-EXIT
003960         VARYING DL080-TIER-INDEX FROM 1 BY 1
003970         UNTIL DL080-TIER-INDEX > DL080-TIER-COUNT.
003980     WRITE POSTING-REPORT-RECORD FROM DL080-BLANK-LINE.
003990     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004000     WRITE POSTING-REPORT-RECORD FROM DL080-REPORT-COLUMN-LINE.
004010     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004020     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004030 1000-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*    1100-READ-CONTROL-CARDS - THE RATE AND FEE SCHEDULE, ONE    *
004080*    KEYWORD CARD PER RECORD:                                    *
004090*      INTRATE=NN.NNNN     ANNUAL INTEREST RATE, PERCENT         *
004100*      FEETIER=NNNNNNNNN.NN,NNNN.NN                              *
004110*                          BALANCE UNDER THE LIMIT PAYS THE      *
004120*                          FEE - UP TO 5 CARDS, ASCENDING        *
004130*      BATCHID=XXXXXXXX    OVERRIDES THE 'ICYYYYMM' BATCH ID     *
004140*    CARDS STARTING '*' OR BLANK ARE COMMENTS.  UNLIKE THE       *
004150*    DAILY RUN'S TOLERANCES THE MEMBER IS NOT OPTIONAL - THERE   *
004160*    IS NO SAFE DEFAULT RATE - AND A CARD THAT DOES NOT PARSE    *
004170*    STOPS THE RUN RC 16 RATHER THAN POST THE WRONG CHARGES.     *
004180******************************************************************
004190 1100-READ-CONTROL-CARDS.
004200     OPEN INPUT CONTROL-CARDS.
004210     IF DL080-CTL-CARD-STATUS NOT = '00'
004220         MOVE 'CTL-CARDS' TO DL080-ABEND-FILE-NAME
004230         MOVE DL080-CTL-CARD-STATUS TO DL080-ABEND-FILE-STATUS
004240         PERFORM 9999-ABEND-PARAGRAPH
004250     END-IF.
004260     MOVE 'N' TO DL080-CONTROL-EOF-SWITCH.
004270     PERFORM 1110-APPLY-ONE-CONTROL THRU 1110-EXIT
004280         UNTIL DL080-CONTROL-AT-END.
004290     CLOSE CONTROL-CARDS.
004300     IF DL080-CTL-CARD-STATUS NOT = '00'
004310         MOVE 'CTL-CARDS' TO DL080-ABEND-FILE-NAME
004320         MOVE DL080-CTL-CARD-STATUS TO DL080-ABEND-FILE-STATUS
004330         PERFORM 9999-ABEND-PARAGRAPH
004340     END-IF.
004350 1100-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    1110-APPLY-ONE-CONTROL - READ AND APPLY ONE CONTROL CARD.   *
004400******************************************************************
004410 1110-APPLY-ONE-CONTROL.
004420     READ CONTROL-CARDS
004430         AT END
004440             MOVE 'Y' TO DL080-CONTROL-EOF-SWITCH
004450             GO TO 1110-CHECK-STATUS
004460         NOT AT END
004470             CONTINUE
004480     END-READ.
004490     EVALUATE TRUE
004500         WHEN CONTROL-CARD-RECORD (1:1) = '*'
004510             CONTINUE
004520         WHEN CONTROL-CARD-RECORD = SPACES
004530             CONTINUE
004540         WHEN CONTROL-CARD-RECORD (1:8) = 'INTRATE='
004550             AND CONTROL-CARD-RECORD (9:2) IS NUMERIC
004560             AND CONTROL-CARD-RECORD (11:1) = '.'
004570             AND CONTROL-CARD-RECORD (12:4) IS NUMERIC
004580             MOVE CONTROL-CARD-RECORD (9:7) TO DL080-RATE-TEXT
004590             COMPUTE DL080-ANNUAL-RATE =
004600                 DL080-RATE-INT + DL080-RATE-DEC / 10000
004610             MOVE 'Y' TO DL080-RATE-SWITCH
004620             DISPLAY 'SCHEDULE - ANNUAL INTEREST RATE: '
004630                 DL080-ANNUAL-RATE
004640         WHEN CONTROL-CARD-RECORD (1:8) = 'FEETIER='
004650             AND CONTROL-CARD-RECORD (9:9) IS NUMERIC
004660             AND CONTROL-CARD-RECORD (18:1) = '.'
004670             AND CONTROL-CARD-RECORD (19:2) IS NUMERIC
004680             AND CONTROL-CARD-RECORD (21:1) = ','
004690             AND CONTROL-CARD-RECORD (22:4) IS NUMERIC
004700             AND CONTROL-CARD-RECORD (26:1) = '.'
004710             AND CONTROL-CARD-RECORD (27:2) IS NUMERIC
004720             MOVE CONTROL-CARD-RECORD (9:20) TO DL080-TIER-TEXT
004730             PERFORM 1120-ADD-FEE-TIER THRU 1120-EXIT
004740         WHEN CONTROL-CARD-RECORD (1:8) = 'BATCHID='
004750             AND CONTROL-CARD-RECORD (9:8) NOT = SPACES
004760             MOVE CONTROL-CARD-RECORD (9:8) TO DL080-BATCH-ID
004770             DISPLAY 'SCHEDULE - BATCH ID OVERRIDE: '
004780                 DL080-BATCH-ID
004790         WHEN OTHER
004800             DISPLAY 'CONTROL CARD NOT RECOGNIZED: '
004810                 CONTROL-CARD-RECORD (1:40)
004820                 ' - RUN STOPPED'
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850     END-EVALUATE.
004860 1110-CHECK-STATUS.
004870     IF DL080-CTL-CARD-STATUS NOT = '00'
004880         AND DL080-CTL-CARD-STATUS NOT = '10'
004890         MOVE 'CTL-CARDS' TO DL080-ABEND-FILE-NAME
004900         MOVE DL080-CTL-CARD-STATUS TO DL080-ABEND-FILE-STATUS
004910         PERFORM 9999-ABEND-PARAGRAPH
004920     END-IF.
004930 1110-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970*    1120-ADD-FEE-TIER - ADD ONE FEETIER CARD TO THE TABLE.  THE *
004980*    LOOKUP TAKES THE FIRST TIER WHOSE LIMIT THE BALANCE IS      *
004990*    UNDER, SO A CARD OUT OF ASCENDING ORDER, OR ONE TOO MANY,   *
005000*    WOULD SILENTLY CHARGE THE WRONG FEE - EITHER STOPS THE RUN. *
005010******************************************************************
005020 1120-ADD-FEE-TIER.
005030     COMPUTE DL080-NEW-LIMIT =
005040         DL080-TIER-LIMIT-INT + DL080-TIER-LIMIT-DEC / 100.
005050     IF DL080-TIER-COUNT NOT < DL080-TIER-MAX
005060         DISPLAY 'MORE THAN ' DL080-TIER-MAX
005070             ' FEETIER CARDS - RUN STOPPED'
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     IF DL080-TIER-COUNT > ZERO
005120         AND DL080-NEW-LIMIT NOT >
005130             DL080-TIER-LIMIT (DL080-TIER-COUNT)
005140         DISPLAY 'FEETIER CARDS NOT IN ASCENDING LIMIT ORDER'
005150             ' - RUN STOPPED'
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     ADD 1 TO DL080-TIER-COUNT.
005200     MOVE DL080-NEW-LIMIT TO DL080-TIER-LIMIT (DL080-TIER-COUNT).
005210     COMPUTE DL080-TIER-FEE (DL080-TIER-COUNT) =
005220         DL080-TIER-FEE-INT + DL080-TIER-FEE-DEC / 100.
005230     DISPLAY 'SCHEDULE - FEE TIER ' DL080-TIER-COUNT
005240         ' BALANCE UNDER ' DL080-TIER-LIMIT (DL080-TIER-COUNT)
005250         ' FEE ' DL080-TIER-FEE (DL080-TIER-COUNT).
005260 1120-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300*    1200-LIST-ONE-TIER - ONE FEE TIER LINE IN THE SCHEDULE AT   *
005310*    THE TOP OF THE LISTING, SO FINANCE SIGNS OFF THE CHARGES    *
005320*    AGAINST THE SCHEDULE THAT PRODUCED THEM.                    *
005330******************************************************************
005340 1200-LIST-ONE-TIER.
005350     MOVE DL080-TIER-INDEX TO TL-TIER-NUMBER.
005360     MOVE DL080-TIER-LIMIT (DL080-TIER-INDEX) TO TL-TIER-LIMIT.
005370     MOVE DL080-TIER-FEE (DL080-TIER-INDEX) TO TL-TIER-FEE.
005380     WRITE POSTING-REPORT-RECORD FROM DL080-TIER-LINE.
005390     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005400 1200-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    2000-POST-ONE-MASTER - WORK OUT THE POSTINGS FOR THE MASTER *
005450*    RECORD IN THE BUFFER AND READ THE NEXT.  ONLY ACTIVE        *
005460*    ACCOUNTS ARE POSTED - A PAYMENT WOULD REACTIVATE A DORMANT  *
005470*    ACCOUNT AND A DEBIT AGAINST ONE IS REFUSED, AND INACTIVE    *
005480*    AND CLOSED ACCOUNTS ACCRUE NOTHING.                         *
005490******************************************************************
005500 2000-POST-ONE-MASTER.
005510     IF NOT CR-STATUS-ACTIVE
005520         GO TO 2000-READ-NEXT
005530     END-IF.
005540     ADD 1 TO DL080-ACTIVE-COUNT.
005550     PERFORM 2050-SET-ACTIVITY-DATE THRU 2050-EXIT.
005560     PERFORM 2100-POST-INTEREST THRU 2100-EXIT.
005570     PERFORM 2200-POST-SERVICE-CHARGE THRU 2200-EXIT.
005580 2000-READ-NEXT.
005590     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
005600 2000-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640*    2050-SET-ACTIVITY-DATE - THE DAILY RUN STAMPS THE MASTER'S  *
005650*    LAST ACTIVITY DATE FROM THE DETAIL RECORD.  INTEREST AND    *
005660*    CHARGES ARE NOT CUSTOMER ACTIVITY AND MUST NOT RESET THE    *
005670*    DORMANCY CLOCK, SO THE POSTINGS CARRY THE MASTER'S OWN      *
005680*    DATE BACK - UNLESS IT WOULD FAIL THE FRONT-END EDIT, WHEN   *
005690*    THE PROCESS DATE IS USED INSTEAD.                           *
005700******************************************************************
005710 2050-SET-ACTIVITY-DATE.
005720     MOVE DL080-PROCESS-DATE TO DL080-POST-ACTIVITY-DATE.
005730     IF CR-LAST-ACTIVITY-DATE NOT NUMERIC
005740         GO TO 2050-EXIT
005750     END-IF.
005760     MOVE CR-LAST-ACTIVITY-DATE TO DL080-EDIT-DATE.
005770     PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT.
005780     IF DL080-DATE-VALID
005790         MOVE CR-LAST-ACTIVITY-DATE TO DL080-POST-ACTIVITY-DATE
005800     END-IF.
005810 2050-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850*    2100-POST-INTEREST - ONE MONTH'S INTEREST ON A POSITIVE     *
005860*    BALANCE, ROUNDED TO THE CENT, POSTED AS A 'P' CREDIT.  AN   *
005870*    AMOUNT THAT ROUNDS TO NOTHING IS NOT POSTED.                *
005880******************************************************************
005890 2100-POST-INTEREST.
005900     MOVE ZERO TO DL080-INTEREST-AMOUNT.
005910     IF CR-BALANCE NOT > ZERO
005920         GO TO 2100-EXIT
005930     END-IF.
005940     COMPUTE DL080-INTEREST-AMOUNT ROUNDED =
005950         CR-BALANCE * DL080-ANNUAL-RATE / 1200.
005960     IF DL080-INTEREST-AMOUNT NOT > ZERO
005970         GO TO 2100-EXIT
005980     END-IF.
005990     MOVE 'P' TO TD-TRAN-TYPE-CODE.
006000     MOVE DL080-INTEREST-AMOUNT TO TD-BALANCE.
006010     PERFORM 2400-WRITE-POSTING THRU 2400-EXIT.
006020     ADD 1 TO DL080-INTEREST-COUNT.
006030     ADD DL080-INTEREST-AMOUNT TO DL080-INTEREST-TOTAL.
006040     MOVE 'INTEREST' TO DT-POSTING.
006050     MOVE SPACES TO DT-BASIS.
006060     MOVE DL080-ANNUAL-RATE TO DT-RATE-APPLIED.
006070     MOVE ' PCT PA' TO DT-RATE-CAPTION.
006080     MOVE DL080-INTEREST-AMOUNT TO DT-AMOUNT.
006090     MOVE SPACES TO DT-REMARK.
006100     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT.
006110 2100-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    2200-POST-SERVICE-CHARGE - FIND THE FEE TIER FOR THE        *
006160*    BALANCE AND POST THE FEE AS A 'B' DEBIT.  THE DAILY RUN     *
006170*    REFUSES A DEBIT THAT WOULD OVERDRAW THE ACCOUNT (REASON 26) *
006180*    SO A FEE LARGER THAN THE BALANCE PLUS THIS MONTH'S          *
006190*    INTEREST IS WAIVED HERE AND LISTED AS WAIVED, RATHER THAN   *
006200*    SENT TO SUSPENSE.                                           *
006210******************************************************************
006220 2200-POST-SERVICE-CHARGE.
006230     MOVE ZERO TO DL080-FEE-AMOUNT.
006240     MOVE 'N' TO DL080-TIER-FOUND-SWITCH.
006250     IF DL080-TIER-COUNT = ZERO
006260         GO TO 2200-EXIT
006270     END-IF.
006280     PERFORM 2210-MATCH-ONE-TIER THRU 2210-EXIT
006290         VARYING DL080-TIER-INDEX FROM 1 BY 1
006300         UNTIL DL080-TIER-INDEX > DL080-TIER-COUNT
006310             OR DL080-TIER-FOUND.
006320     IF NOT DL080-TIER-FOUND
006330         GO TO 2200-EXIT
006340     END-IF.
006350*    THE VARYING LEAVES THE INDEX ONE PAST THE MATCH.
006360     SUBTRACT 1 FROM DL080-TIER-INDEX.
006370     MOVE DL080-TIER-FEE (DL080-TIER-INDEX) TO DL080-FEE-AMOUNT.
006380     IF DL080-FEE-AMOUNT NOT > ZERO
006390         GO TO 2200-EXIT
006400     END-IF.
006410     MOVE 'CHARGE' TO DT-POSTING.
006420     MOVE SPACES TO DT-BASIS.
006430     MOVE 'TIER' TO DT-TIER-CAPTION.
006440     MOVE DL080-TIER-INDEX TO DT-TIER-NUMBER.
006450     MOVE DL080-FEE-AMOUNT TO DT-AMOUNT.
006460     ADD CR-BALANCE DL080-INTEREST-AMOUNT
006470         GIVING DL080-AVAILABLE-BALANCE.
006480     IF DL080-FEE-AMOUNT > DL080-AVAILABLE-BALANCE
006490         ADD 1 TO DL080-WAIVED-COUNT
006500         ADD DL080-FEE-AMOUNT TO DL080-WAIVED-TOTAL
006510         MOVE 'WAIVED - NO FUNDS' TO DT-REMARK
006520         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
006530         GO TO 2200-EXIT
006540     END-IF.
006550     MOVE 'B' TO TD-TRAN-TYPE-CODE.
006560     MOVE DL080-FEE-AMOUNT TO TD-BALANCE.
006570     PERFORM 2400-WRITE-POSTING THRU 2400-EXIT.
006580     ADD 1 TO DL080-FEE-COUNT.
006590     ADD DL080-FEE-AMOUNT TO DL080-FEE-TOTAL.
006600     MOVE SPACES TO DT-REMARK.
006610     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT.
006620 2200-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660*    2210-MATCH-ONE-TIER - IS THE BALANCE UNDER THIS TIER'S      *
006670*    LIMIT?                                                      *
006680******************************************************************
006690 2210-MATCH-ONE-TIER.
006700     IF CR-BALANCE < DL080-TIER-LIMIT (DL080-TIER-INDEX)
006710         MOVE 'Y' TO DL080-TIER-FOUND-SWITCH
006720     END-IF.
006730 2210-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770*    2400-WRITE-POSTING - FINISH AND WRITE ONE DETAIL RECORD.    *
006780*    THE CALLER HAS SET THE TYPE CODE AND AMOUNT; THE REST       *
006790*    COMES FROM THE MASTER IN THE BUFFER.  THE COUNT AND TOTAL   *
006800*    FEED THE BATCH TRAILER.                                     *
006810******************************************************************
006820 2400-WRITE-POSTING.
006830     MOVE 'D' TO TD-RECORD-TYPE.
006840     MOVE CR-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
006850     MOVE CR-CUSTOMER-NAME TO TD-CUSTOMER-NAME.
006860     MOVE 'A' TO TD-STATUS-CODE.
006870     MOVE DL080-POST-ACTIVITY-DATE TO TD-LAST-ACTIVITY-DATE.
006880     MOVE SPACES TO TRANS-DETAIL-RECORD (63:38).
006890     ADD TD-BALANCE TO DL080-BATCH-TOTAL
006900         ON SIZE ERROR
006910             DISPLAY 'INTPOST - BATCH TOTAL EXCEEDS THE TRAILER'
006920                 ' FIELD - RUN STOPPED'
006930             MOVE 16 TO RETURN-CODE
006940             STOP RUN
006950     END-ADD.
006960     ADD 1 TO DL080-DETAIL-COUNT.
006970     PERFORM 2960-WRITE-POSTING-RECORD THRU 2960-EXIT.
006980 2400-EXIT.
006990     EXIT.
007000*
007010******************************************************************
007020*    2500-WRITE-DETAIL-LINE - ONE LISTING LINE FOR THE ACCOUNT   *
007030*    IN THE MASTER BUFFER.  THE POSTING, BASIS, AMOUNT, AND      *
007040*    REMARK COLUMNS ARE SET BY THE CALLER.                       *
007050******************************************************************
007060 2500-WRITE-DETAIL-LINE.
007070     MOVE CR-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER.
007080     MOVE CR-CUSTOMER-NAME TO DT-CUSTOMER-NAME.
007090     MOVE CR-BALANCE TO DT-BALANCE.
007100     WRITE POSTING-REPORT-RECORD FROM DL080-DETAIL-LINE.
007110     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007120 2500-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160*    2900-READ-MASTER - THE ONE PLACE THAT READS THE CUSTOMER    *
007170*    MASTER.                                                     *
007180******************************************************************
007190 2900-READ-MASTER.
007200     READ CUSTOMER-MASTER
007210         AT END
007220             MOVE 'Y' TO DL080-EOF-SWITCH
007230         NOT AT END
007240             ADD 1 TO DL080-MASTER-COUNT
007250     END-READ.
007260     IF DL080-CUST-MST-STATUS NOT = '00'
007270         AND DL080-CUST-MST-STATUS NOT = '10'
007280         MOVE 'CUST-MASTER' TO DL080-ABEND-FILE-NAME
007290         MOVE DL080-CUST-MST-STATUS TO DL080-ABEND-FILE-STATUS
007300         PERFORM 9999-ABEND-PARAGRAPH
007310     END-IF.
007320 2900-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
007370*    REPORT LINE WRITTEN.                                        *
007380******************************************************************
007390 2950-CHECK-REPORT-WRITE.
007400     IF DL080-POST-RPT-STATUS NOT = '00'
007410         MOVE 'POST-REPORT' TO DL080-ABEND-FILE-NAME
007420         MOVE DL080-POST-RPT-STATUS TO DL080-ABEND-FILE-STATUS
007430         PERFORM 9999-ABEND-PARAGRAPH
007440     END-IF.
007450 2950-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    2960-WRITE-POSTING-RECORD - THE ONE PLACE THAT WRITES THE   *
007500*    POSTING BATCH.                                              *
007510******************************************************************
007520 2960-WRITE-POSTING-RECORD.
007530     WRITE TRANS-IN-RECORD.
007540     IF DL080-POST-OUT-STATUS NOT = '00'
007550         MOVE 'POSTING-OUT' TO DL080-ABEND-FILE-NAME
007560         MOVE DL080-POST-OUT-STATUS TO DL080-ABEND-FILE-STATUS
007570         PERFORM 9999-ABEND-PARAGRAPH
007580     END-IF.
007590 2960-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630*    3000-WRAP-UP - CLOSE THE BATCH WITH ITS TRAILER, PRINT THE  *
007640*    TOTALS AND THE SIGN-OFF BLOCK, CLOSE, AND SET THE RETURN    *
007650*    CODE.  AN EMPTY MONTH STILL GETS A FRAMED (HEADER AND       *
007660*    TRAILER ONLY) BATCH BUT ENDS RC 4 SO IT IS LOOKED AT.       *
007670******************************************************************
007680 3000-WRAP-UP.
007690     MOVE SPACES TO TRANS-IN-RECORD.
007700     MOVE 'T' TO TT-RECORD-TYPE.
007710     MOVE DL080-DETAIL-COUNT TO TT-EXPECTED-COUNT.
007720     MOVE DL080-BATCH-TOTAL TO TT-EXPECTED-TOTAL.
007730     PERFORM 2960-WRITE-POSTING-RECORD THRU 2960-EXIT.
007740     WRITE POSTING-REPORT-RECORD FROM DL080-BLANK-LINE.
007750     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007760     MOVE 'MASTER RECORDS READ:' TO CT-CAPTION.
007770     MOVE DL080-MASTER-COUNT TO CT-COUNT.
007780     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
007790     MOVE 'ACTIVE ACCOUNTS CONSIDERED:' TO CT-CAPTION.
007800     MOVE DL080-ACTIVE-COUNT TO CT-COUNT.
007810     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
007820     WRITE POSTING-REPORT-RECORD FROM DL080-BLANK-LINE.
007830     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007840     MOVE 'INTEREST POSTINGS (P):' TO TO-CAPTION.
007850     MOVE DL080-INTEREST-COUNT TO TO-COUNT.
007860     MOVE DL080-INTEREST-TOTAL TO TO-AMOUNT.
007870     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007880     MOVE 'SERVICE CHARGE POSTINGS (B):' TO TO-CAPTION.
007890     MOVE DL080-FEE-COUNT TO TO-COUNT.
007900     MOVE DL080-FEE-TOTAL TO TO-AMOUNT.
007910     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007920     MOVE 'SERVICE CHARGES WAIVED (NOT POSTED):' TO TO-CAPTION.
007930     MOVE DL080-WAIVED-COUNT TO TO-COUNT.
007940     MOVE DL080-WAIVED-TOTAL TO TO-AMOUNT.
007950     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007960     MOVE 'BATCH TRAILER COUNT / TOTAL:' TO TO-CAPTION.
007970     MOVE DL080-DETAIL-COUNT TO TO-COUNT.
007980     MOVE DL080-BATCH-TOTAL TO TO-AMOUNT.
007990     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008000     WRITE POSTING-REPORT-RECORD FROM DL080-BLANK-LINE.
008010     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008020     WRITE POSTING-REPORT-RECORD FROM DL080-SIGNOFF-LINE.
008030     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008040     CLOSE CUSTOMER-MASTER.
008050     IF DL080-CUST-MST-STATUS NOT = '00'
008060         MOVE 'CUST-MASTER' TO DL080-ABEND-FILE-NAME
008070         MOVE DL080-CUST-MST-STATUS TO DL080-ABEND-FILE-STATUS
008080         PERFORM 9999-ABEND-PARAGRAPH
008090     END-IF.
008100     CLOSE POSTING-OUT.
008110     IF DL080-POST-OUT-STATUS NOT = '00'
008120         MOVE 'POSTING-OUT' TO DL080-ABEND-FILE-NAME
008130         MOVE DL080-POST-OUT-STATUS TO DL080-ABEND-FILE-STATUS
008140         PERFORM 9999-ABEND-PARAGRAPH
008150     END-IF.
008160     CLOSE POSTING-REPORT.
008170     IF DL080-POST-RPT-STATUS NOT = '00'
008180         MOVE 'POST-REPORT' TO DL080-ABEND-FILE-NAME
008190         MOVE DL080-POST-RPT-STATUS TO DL080-ABEND-FILE-STATUS
008200         PERFORM 9999-ABEND-PARAGRAPH
008210     END-IF.
008220     IF DL080-DETAIL-COUNT = ZERO
008230         MOVE 4 TO RETURN-CODE
008240     END-IF.
008250     MOVE 34 TO DL080-MESSAGE-NUMBER.
008260     DISPLAY DL100-MESSAGE-ENTRY (DL080-MESSAGE-NUMBER)
008270         ' - POSTINGS: ' DL080-DETAIL-COUNT
008280         ' WAIVED: ' DL080-WAIVED-COUNT.
008290 3000-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330*    3100-WRITE-COUNT-LINE - WRITE ONE CAPTION/COUNT LINE.       *
008340******************************************************************
008350 3100-WRITE-COUNT-LINE.
008360     WRITE POSTING-REPORT-RECORD FROM DL080-COUNT-LINE.
008370     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008380 3100-EXIT.
008390     EXIT.
008400*
008410******************************************************************
008420*    3200-WRITE-TOTAL-LINE - WRITE ONE CAPTION/COUNT/AMOUNT LINE.*
008430******************************************************************
008440 3200-WRITE-TOTAL-LINE.
008450     WRITE POSTING-REPORT-RECORD FROM DL080-TOTAL-LINE.
008460     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008470 3200-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510*    8100-VALIDATE-DATE - CALENDAR CHECK OF DL080-EDIT-DATE      *
008520*    (YYYYMMDD), THE SAME RULES AS THE FRONT-END EDIT (TRANEDIT) *
008530*    SO A POSTING NEVER CARRIES A DATE IT WOULD BOUNCE.  SETS    *
008540*    DL080-DATE-VALID-SWITCH.                                    *
008550******************************************************************
008560 8100-VALIDATE-DATE.
008570     MOVE 'Y' TO DL080-DATE-VALID-SWITCH.
008580     IF DL080-EDIT-YEAR < 1900
008590         MOVE 'N' TO DL080-DATE-VALID-SWITCH
008600         GO TO 8100-EXIT
008610     END-IF.
008620     IF DL080-EDIT-MONTH < 1 OR DL080-EDIT-MONTH > 12
008630         MOVE 'N' TO DL080-DATE-VALID-SWITCH
008640         GO TO 8100-EXIT
008650     END-IF.
008660     EVALUATE DL080-EDIT-MONTH
008670         WHEN 1
008680         WHEN 3
008690         WHEN 5
008700         WHEN 7
008710         WHEN 8
008720         WHEN 10
008730         WHEN 12
008740             MOVE 31 TO DL080-DAYS-IN-MONTH
008750         WHEN 4
008760         WHEN 6
008770         WHEN 9
008780         WHEN 11
008790             MOVE 30 TO DL080-DAYS-IN-MONTH
008800         WHEN 2
008810             MOVE 28 TO DL080-DAYS-IN-MONTH
008820             DIVIDE DL080-EDIT-YEAR BY 4
008830                 GIVING DL080-LEAP-QUOTIENT
008840                 REMAINDER DL080-LEAP-REMAINDER
008850             IF DL080-LEAP-REMAINDER = ZERO
008860                 DIVIDE DL080-EDIT-YEAR BY 100
008870                     GIVING DL080-LEAP-QUOTIENT
008880                     REMAINDER DL080-LEAP-REMAINDER
008890                 IF DL080-LEAP-REMAINDER NOT = ZERO
008900                     MOVE 29 TO DL080-DAYS-IN-MONTH
008910                 ELSE
008920                     DIVIDE DL080-EDIT-YEAR BY 400
008930                         GIVING DL080-LEAP-QUOTIENT
008940                         REMAINDER DL080-LEAP-REMAINDER
008950                     IF DL080-LEAP-REMAINDER = ZERO
008960                         MOVE 29 TO DL080-DAYS-IN-MONTH
008970                     END-IF
008980                 END-IF
008990             END-IF
009000     END-EVALUATE.
009010     IF DL080-EDIT-DAY < 1
009020         OR DL080-EDIT-DAY > DL080-DAYS-IN-MONTH
009030         MOVE 'N' TO DL080-DATE-VALID-SWITCH
009040     END-IF.
009050 8100-EXIT.
009060     EXIT.
009070*
009080******************************************************************
009090*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
009100*    STATUS.                                                     *
009110******************************************************************
009120 9999-ABEND-PARAGRAPH.
009130     MOVE 4 TO DL080-MESSAGE-NUMBER.
009140     DISPLAY DL100-MESSAGE-ENTRY (DL080-MESSAGE-NUMBER).
009150     DISPLAY 'ABEND - FILE: ' DL080-ABEND-FILE-NAME
009160             ' STATUS: ' DL080-ABEND-FILE-STATUS
009170             ' MASTER RECORDS READ: ' DL080-MASTER-COUNT.
009180     MOVE 16 TO RETURN-CODE.
009190     STOP RUN.
