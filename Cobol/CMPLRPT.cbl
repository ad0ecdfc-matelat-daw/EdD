000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   CMPLRPT                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  LARGE-VALUE AND STRUCTURED-ACTIVITY COMPLIANCE    *
000100*    SCAN (DL260).  LOOKS AT EVERY PAYMENT ('P') AND DEBIT ('B') *
000110*    POSTING, SIZED AS THE CHANGE IT MADE TO THE BALANCE, AND    *
000120*    FLAGS THE ACCOUNT WHEN EITHER                               *
000130*      - ONE POSTING IS OVER THE REPORTABLE THRESHOLD (LARGE     *
000140*        VALUE), OR                                              *
000150*      - POSTINGS EACH UNDER THE THRESHOLD ADD UP TO MORE THAN   *
000160*        THE AGGREGATE LIMIT WITHIN A ROLLING WINDOW OF DAYS     *
000170*        (STRUCTURING).                                          *
000180*    THE THRESHOLD, THE AGGREGATE LIMIT, AND THE WINDOW COME     *
000190*    FROM THE CTLCARD PARAMETER MEMBER.  THE JCL EXEC PARM       *
000200*    SELECTS THE SCAN:                                           *
000210*      PARM='DAILY'            TONIGHT'S AUDIT JOURNAL (SORTED   *
000220*                              BY ACCOUNT), WITH EACH ACCOUNT'S  *
000230*                              EARLIER POSTINGS IN THE WINDOW    *
000240*                              READ FROM THE AUDIT HISTORY KSDS. *
000250*                              A BLANK PARM IS THE DAILY SCAN.   *
000257*      PARM='MONTHLY'          THE WHOLE MONTH OF THE LATEST     *
000264*                              DAILY CYCLE, FROM THE AUDIT       *
000271*                              HISTORY KSDS.                     *
000280*      PARM='MONTHLY=YYYYMM'   THE SAME FOR AN EARLIER MONTH.    *
000290*    ONLY POSTINGS IN THE SCAN PERIOD CAN TRIGGER A FLAG; THE    *
000300*    DAYS BEFORE IT ARE READ ONLY TO FILL THE FIRST WINDOWS.     *
000310*    EACH FLAGGED ACCOUNT IS LISTED WITH ITS NAME AND ADDRESS    *
000320*    FROM THE CUSTOMER MASTER AND THE POSTINGS THAT TRIGGERED    *
000330*    IT, AND THE SAME IS WRITTEN TO THE FILING FILE FOR THE      *
000340*    REGULATORY FILING TEAM (CMPL-FILING.CPY).                   *
000346*    RC 0 = NOTHING FLAGGED, RC 4 = ACCOUNTS FLAGGED (OR AN      *
000352*    ACCOUNT WITH TOO MANY POSTINGS TO HOLD - SEE THE REPORT),   *
000358*    OR A MONTHLY SCAN THAT FOUND NO POSTINGS AT ALL, RC 16 =    *
000364*    FILE FAILURE, BAD PARM, BAD CONTROL CARD, OR NO DAILY CYCLE *
000370*    TO TAKE THE MONTH FROM.                                     *
000380*                                                                *
000390*    MODIFICATION HISTORY.                                       *
000400*    DATE       INIT DESCRIPTION                                 *
000410*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000412*    10/15/2026 JM   CUSTOMER MASTER GREW 147 TO 156, JOURNAL    *
000414*                   337 TO 355 AND HISTORY 339 TO 357 WITH THE   *
000416*                   RETURNED-MAIL FIELDS.                        *
000418*    10/15/2026 JM   A BARE PARM='MONTHLY' NOW SCANS THE MONTH   *
000420*                   OF THE LATEST DAILY CYCLE, NOT THE CLOCK'S   *
000422*                   - A RUN PAST MIDNIGHT ON THE FIRST SCANNED   *
000424*                   THE NEW, EMPTY MONTH.  A MONTHLY SCAN THAT   *
000426*                   FINDS NO POSTINGS ENDS RC 4 WITH A WARNING.  *
000428*                                                                *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CMPLRPT.
000460 AUTHOR. J. MATELAT.
000470 INSTALLATION. EDD BATCH SYSTEMS.
000480 DATE-WRITTEN. 10/15/2026.
000490 DATE-COMPILED.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-Z.
000540 OBJECT-COMPUTER. IBM-Z.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AUDIT-IN
000580         ASSIGN TO AUDITIN
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS DL260-AUDIT-IN-STATUS.
000620*
000630     SELECT AUDIT-HISTORY
000640         ASSIGN TO AUDHIST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AH-HISTORY-KEY
000680         FILE STATUS IS DL260-AUDIT-HST-STATUS.
000690*
000700     SELECT CUSTOMER-MASTER
000710         ASSIGN TO CUSTMST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CR-ACCOUNT-NUMBER
000750         FILE STATUS IS DL260-CUST-MST-STATUS.
000760*
000770     SELECT CONTROL-CARDS
000780         ASSIGN TO CTLCARD
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS DL260-CTL-CARD-STATUS.
000820*
000830     SELECT FILING-OUT
000840         ASSIGN TO CMPLOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS DL260-FILING-STATUS.
000880*
000890     SELECT COMPLIANCE-REPORT
000900         ASSIGN TO CMPLRPT
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS DL260-CMPL-RPT-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970*
000980*    TONIGHT'S AUDIT JOURNAL, SORTED BY THE JOB ON ACCOUNT,
000990*    PROCESS DATE, AND SEQUENCE.  NOT OPENED BY THE MONTHLY SCAN.
001000 FD  AUDIT-IN
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 355 CHARACTERS.
001030 01  AUDIT-IN-RECORD.
001040     COPY AUDIT-RECORD.
001050*
001060 FD  AUDIT-HISTORY
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 357 CHARACTERS.
001090 01  AUDIT-HISTORY-RECORD.
001100     COPY AUDIT-HISTORY.
001110*
001120 FD  CUSTOMER-MASTER
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 156 CHARACTERS.
001150 01  CUSTOMER-MASTER-RECORD.
001160     COPY CUSTOMER-RECORD.
001170*
001180 FD  CONTROL-CARDS
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  CONTROL-CARD-RECORD         PIC X(80).
001220*
001230 FD  FILING-OUT
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 200 CHARACTERS.
001260 01  FILING-RECORD.
001270     COPY CMPL-FILING.
001280*
001290 FD  COMPLIANCE-REPORT
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 133 CHARACTERS.
001320 01  COMPLIANCE-REPORT-RECORD    PIC X(133).
001330*
001340 WORKING-STORAGE SECTION.
001350*
001360 COPY MESSAGES.
001370*
001380 01  DL260-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001390*
001392 01  DL260-CYCLE-AREA.
001394     COPY CYCLE-CALL.
001396*
001400 01  DL260-FILE-STATUS-FIELDS.
001410     05  DL260-AUDIT-IN-STATUS       PIC X(02) VALUE '00'.
001420     05  DL260-AUDIT-HST-STATUS      PIC X(02) VALUE '00'.
001430     05  DL260-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001440     05  DL260-CTL-CARD-STATUS       PIC X(02) VALUE '00'.
001450     05  DL260-FILING-STATUS         PIC X(02) VALUE '00'.
001460     05  DL260-CMPL-RPT-STATUS       PIC X(02) VALUE '00'.
001470*
001480 01  DL260-ABEND-FIELDS.
001490     05  DL260-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001500     05  DL260-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001510*
001520 01  DL260-SWITCHES.
001530     05  DL260-SCAN-SWITCH           PIC X(01) VALUE 'D'.
001540         88  DL260-DAILY-SCAN            VALUE 'D'.
001550         88  DL260-MONTHLY-SCAN          VALUE 'M'.
001560     05  DL260-JOURNAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001570         88  DL260-JOURNAL-AT-END        VALUE 'Y'.
001580         88  DL260-JOURNAL-NOT-AT-END    VALUE 'N'.
001590     05  DL260-HISTORY-EOF-SWITCH    PIC X(01) VALUE 'N'.
001600         88  DL260-HISTORY-AT-END        VALUE 'Y'.
001610         88  DL260-HISTORY-NOT-AT-END    VALUE 'N'.
001620     05  DL260-CONTROL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001630         88  DL260-CONTROL-AT-END        VALUE 'Y'.
001640         88  DL260-CONTROL-NOT-AT-END    VALUE 'N'.
001650     05  DL260-LARGE-SWITCH          PIC X(01) VALUE 'N'.
001660         88  DL260-LARGE-FOUND           VALUE 'Y'.
001670     05  DL260-STRUCTURED-SWITCH     PIC X(01) VALUE 'N'.
001680         88  DL260-STRUCTURED-FOUND      VALUE 'Y'.
001690     05  DL260-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
001700         88  DL260-TABLE-OVERFLOWED      VALUE 'Y'.
001710     05  DL260-MASTER-SWITCH         PIC X(01) VALUE 'N'.
001720         88  DL260-ON-MASTER             VALUE 'Y'.
001730         88  DL260-NOT-ON-MASTER         VALUE 'N'.
001740*
001750 01  DL260-RUN-DATE                  PIC 9(08) VALUE ZERO.
001760*
001770*    THE SCAN PERIOD, AND THE FIRST DATE THE WINDOW REACHES BACK
001780*    TO FROM ITS FIRST DAY.
001790 01  DL260-PERIOD-FIELDS.
001800     05  DL260-SCAN-MODE             PIC X(07) VALUE 'DAILY'.
001810     05  DL260-PERIOD-FROM           PIC 9(08) VALUE ZERO.
001820     05  DL260-PERIOD-TO             PIC 9(08) VALUE ZERO.
001830     05  DL260-WINDOW-START-DATE     PIC 9(08) VALUE ZERO.
001840     05  DL260-SCAN-MONTH            PIC 9(06) VALUE ZERO.
001850     05  DL260-SCAN-MONTH-SPLIT REDEFINES DL260-SCAN-MONTH.
001860         10  DL260-SCAN-YEAR         PIC 9(04).
001870         10  DL260-SCAN-MM           PIC 9(02).
001880*
001890*    THE LIMITS FROM THE CTLCARD MEMBER.  AN AGGREGATE LIMIT
001900*    NOT GIVEN IS THE THRESHOLD ITSELF.
001910 01  DL260-CONTROL-VALUES.
001920     05  DL260-THRESHOLD             PIC 9(09)V99 VALUE ZERO.
001930     05  DL260-AGGREGATE             PIC 9(09)V99 VALUE ZERO.
001940     05  DL260-WINDOW-DAYS           PIC 9(03) VALUE ZERO.
001950     05  DL260-AMOUNT-TEXT           PIC X(12) VALUE SPACES.
001960     05  DL260-AMOUNT-SPLIT REDEFINES DL260-AMOUNT-TEXT.
001970         10  DL260-AMOUNT-INT        PIC 9(09).
001980         10  FILLER                  PIC X(01).
001990         10  DL260-AMOUNT-DEC        PIC 9(02).
002000*
002010 01  DL260-COUNTERS.
002020     05  DL260-JOURNAL-COUNT         PIC 9(07) VALUE ZERO.
002030     05  DL260-HISTORY-COUNT         PIC 9(07) VALUE ZERO.
002040     05  DL260-PERIOD-POSTINGS       PIC 9(07) VALUE ZERO.
002050     05  DL260-ACCOUNT-COUNT         PIC 9(07) VALUE ZERO.
002060     05  DL260-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
002070     05  DL260-LARGE-COUNT           PIC 9(07) VALUE ZERO.
002080     05  DL260-STRUCTURED-COUNT      PIC 9(07) VALUE ZERO.
002090     05  DL260-REPORTED-COUNT        PIC 9(07) VALUE ZERO.
002100     05  DL260-OVERFLOW-COUNT        PIC 9(07) VALUE ZERO.
002110     05  DL260-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZERO.
002120*
002130 01  DL260-MONEY-TOTALS.
002140     05  DL260-PERIOD-TOTAL          PIC 9(13)V99 VALUE ZERO.
002150     05  DL260-REPORTED-TOTAL        PIC 9(13)V99 VALUE ZERO.
002160*
002170 01  DL260-ACCOUNT-FIELDS.
002180     05  DL260-CURRENT-ACCOUNT       PIC 9(10) VALUE ZERO.
002190     05  DL260-JOURNAL-ACCOUNT       PIC 9(10) VALUE ZERO.
002200*
002210*    ONE POSTING ON ITS WAY INTO THE TABLE, FROM EITHER FILE.
002220 01  DL260-CANDIDATE-FIELDS.
002230     05  DL260-CAND-DATE             PIC 9(08) VALUE ZERO.
002240     05  DL260-CAND-SEQUENCE         PIC 9(07) VALUE ZERO.
002250     05  DL260-CAND-TRAN-TYPE        PIC X(01) VALUE SPACE.
002260     05  DL260-CAND-SOURCE           PIC X(01) VALUE SPACE.
002270     05  DL260-CAND-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
002280*
002290 01  DL260-WINDOW-FIELDS.
002300     05  DL260-WINDOW-TOTAL          PIC 9(11)V99 VALUE ZERO.
002310     05  DL260-WINDOW-LOW            PIC S9(07) COMP VALUE ZERO.
002320     05  DL260-WINDOW-HIGH           PIC S9(07) COMP VALUE ZERO.
002330*
002340*    ONE ACCOUNT'S P AND B POSTINGS, OLDEST FIRST - THE DAYS
002350*    BEFORE THE PERIOD THAT THE WINDOW REACHES BACK TO, THEN THE
002360*    PERIOD ITSELF.  500 IS FAR PAST ANY ACCOUNT'S ACTIVITY IN A
002370*    WINDOW AND A MONTH; AN ACCOUNT THAT OVERFLOWS IS SCANNED
002380*    ON WHAT WAS HELD, NOTED ON THE REPORT, AND COUNTED.
002390 01  DL260-POSTING-TABLE.
002400     05  DL260-POSTING-MAX           PIC 9(04) COMP VALUE 500.
002410     05  DL260-POSTING-HELD          PIC 9(04) COMP VALUE ZERO.
002420     05  DL260-POSTING-INDEX         PIC 9(04) COMP VALUE ZERO.
002430     05  DL260-WINDOW-INDEX          PIC 9(04) COMP VALUE ZERO.
002440     05  DL260-POSTING-ENTRY         OCCURS 500 TIMES.
002450         10  DL260-PST-DATE          PIC 9(08).
002460         10  DL260-PST-SEQUENCE      PIC 9(07).
002470         10  DL260-PST-TRAN-TYPE     PIC X(01).
002480         10  DL260-PST-AMOUNT        PIC 9(09)V99.
002490         10  DL260-PST-SERIAL        PIC 9(07) COMP.
002500         10  DL260-PST-SOURCE        PIC X(01).
002510         10  DL260-PST-IN-PERIOD     PIC X(01).
002520         10  DL260-PST-REASON        PIC X(01).
002530         10  DL260-PST-WINDOW-TOTAL  PIC 9(11)V99.
002540*
002550*    DATE WORK AREA - A DATE IS TURNED INTO A DAY COUNT BY
002560*    8200-DATE-TO-SERIAL, AND STEPPED BACK A DAY AT A TIME BY
002570*    8300-BACK-ONE-DAY.
002580 01  DL260-CONVERT-FIELDS.
002590     05  DL260-CONV-DATE             PIC 9(08) VALUE ZERO.
002600     05  DL260-CONV-SPLIT REDEFINES DL260-CONV-DATE.
002610         10  DL260-CONV-YEAR         PIC 9(04).
002620         10  DL260-CONV-MONTH        PIC 9(02).
002630         10  DL260-CONV-DAY          PIC 9(02).
002640     05  DL260-CONV-SERIAL           PIC 9(07) COMP VALUE ZERO.
002650     05  DL260-PRIOR-YEAR            PIC 9(04) COMP VALUE ZERO.
002660     05  DL260-LEAP-COUNT            PIC 9(07) COMP VALUE ZERO.
002670     05  DL260-LEAP-WORK             PIC 9(07) COMP VALUE ZERO.
002680     05  DL260-LEAP-QUOTIENT         PIC 9(07) COMP VALUE ZERO.
002690     05  DL260-LEAP-REMAINDER        PIC 9(07) COMP VALUE ZERO.
002700     05  DL260-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
002710     05  DL260-BACK-DAYS             PIC 9(03) VALUE ZERO.
002720*
002730*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, COMMON
002740*    YEAR.  FEBRUARY 29 IS HANDLED BY THE LEAP TEST IN 8200.
002750 01  DL260-MONTH-DAYS-DATA.
002760     05  FILLER  PIC X(12) VALUE '000031059090'.
002770     05  FILLER  PIC X(12) VALUE '120151181212'.
002780     05  FILLER  PIC X(12) VALUE '243273304334'.
002790 01  DL260-MONTH-DAYS-TABLE REDEFINES DL260-MONTH-DAYS-DATA.
002800     05  DL260-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.
002810*
002820*    THE BEFORE AND AFTER IMAGES COME OFF THE JOURNAL AND THE
002830*    HISTORY AS PLAIN 156-BYTE AREAS - THESE TWO RECORDS LAY THE
002840*    CUSTOMER-RECORD LAYOUT OVER THEM, AS TRIALBAL DOES.
002850 01  DL260-BEFORE-RECORD.
002860     COPY CUSTOMER-RECORD REPLACING
002870         ==CR-ACCOUNT-NUMBER== BY ==BF-ACCOUNT-NUMBER==
002880         ==CR-CUSTOMER-NAME== BY ==BF-CUSTOMER-NAME==
002890         ==CR-BALANCE== BY ==BF-BALANCE==
002900         ==CR-STATUS-CODE== BY ==BF-STATUS-CODE==
002910         ==CR-STATUS-ACTIVE== BY ==BF-STATUS-ACTIVE==
002920         ==CR-STATUS-INACTIVE== BY
002930         ==BF-STATUS-INACTIVE==
002940         ==CR-STATUS-CLOSED== BY ==BF-STATUS-CLOSED==
002950         ==CR-STATUS-DORMANT== BY
002960         ==BF-STATUS-DORMANT==
002970         ==CR-LAST-ACTIVITY-DATE== BY
002980         ==BF-LAST-ACTIVITY-DATE==
002990         ==CR-ADDRESS-LINE-1== BY ==BF-ADDRESS-LINE-1==
003000         ==CR-ADDRESS-LINE-2== BY ==BF-ADDRESS-LINE-2==
003010         ==CR-CITY== BY ==BF-CITY==
003020         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
003030         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
003040         ==CR-PHONE== BY ==BF-PHONE==
003041         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
003042         ==CR-MAIL-DELIVERABLE== BY
003043         ==BF-MAIL-DELIVERABLE==
003044         ==CR-MAIL-UNDELIVERABLE== BY
003045         ==BF-MAIL-UNDELIVERABLE==
003046         ==CR-MAIL-RETURN-DATE== BY
003047         ==BF-MAIL-RETURN-DATE==.
003050*
003060 01  DL260-AFTER-RECORD.
003070     COPY CUSTOMER-RECORD REPLACING
003080         ==CR-ACCOUNT-NUMBER== BY ==AF-ACCOUNT-NUMBER==
003090         ==CR-CUSTOMER-NAME== BY ==AF-CUSTOMER-NAME==
003100         ==CR-BALANCE== BY ==AF-BALANCE==
003110         ==CR-STATUS-CODE== BY ==AF-STATUS-CODE==
003120         ==CR-STATUS-ACTIVE== BY ==AF-STATUS-ACTIVE==
003130         ==CR-STATUS-INACTIVE== BY
003140         ==AF-STATUS-INACTIVE==
003150         ==CR-STATUS-CLOSED== BY ==AF-STATUS-CLOSED==
003160         ==CR-STATUS-DORMANT== BY
003170         ==AF-STATUS-DORMANT==
003180         ==CR-LAST-ACTIVITY-DATE== BY
003190         ==AF-LAST-ACTIVITY-DATE==
003200         ==CR-ADDRESS-LINE-1== BY ==AF-ADDRESS-LINE-1==
003210         ==CR-ADDRESS-LINE-2== BY ==AF-ADDRESS-LINE-2==
003220         ==CR-CITY== BY ==AF-CITY==
003230         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
003240         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
003250         ==CR-PHONE== BY ==AF-PHONE==
003251         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
003252         ==CR-MAIL-DELIVERABLE== BY
003253         ==AF-MAIL-DELIVERABLE==
003254         ==CR-MAIL-UNDELIVERABLE== BY
003255         ==AF-MAIL-UNDELIVERABLE==
003256         ==CR-MAIL-RETURN-DATE== BY
003257         ==AF-MAIL-RETURN-DATE==.
003260*
003270 01  DL260-REPORT-HEADING-LINE.
003280     05  FILLER                      PIC X(01) VALUE '1'.
003290     05  FILLER                      PIC X(60) VALUE
003300         'EDD LARGE-VALUE / STRUCTURED ACTIVITY COMPLIANCE'.
003310     05  FILLER                      PIC X(06) VALUE 'DATE:'.
003320     05  HL-RUN-DATE                 PIC 9(08).
003330     05  FILLER                      PIC X(58) VALUE SPACES.
003340*
003350 01  DL260-LIMITS-LINE.
003360     05  FILLER                      PIC X(01) VALUE SPACE.
003370     05  FILLER                      PIC X(06) VALUE 'SCAN:'.
003380     05  LL-SCAN-MODE                PIC X(07).
003390     05  FILLER                      PIC X(10) VALUE
003400         '  PERIOD:'.
003410     05  LL-PERIOD-FROM              PIC 9(08).
003420     05  FILLER                      PIC X(04) VALUE ' TO'.
003430     05  LL-PERIOD-TO                PIC 9(08).
003440     05  FILLER                      PIC X(13) VALUE
003450         '  THRESHOLD:'.
003460     05  LL-THRESHOLD                PIC ZZZ,ZZZ,ZZ9.99.
003470     05  FILLER                      PIC X(13) VALUE
003480         '  AGGREGATE:'.
003490     05  LL-AGGREGATE                PIC ZZZ,ZZZ,ZZ9.99.
003500     05  FILLER                      PIC X(10) VALUE
003510         '  WINDOW:'.
003520     05  LL-WINDOW-DAYS              PIC ZZ9.
003530     05  FILLER                      PIC X(05) VALUE ' DAYS'.
003540     05  FILLER                      PIC X(17) VALUE SPACES.
003550*
003560 01  DL260-ACCOUNT-LINE.
003570     05  FILLER                      PIC X(01) VALUE SPACE.
003580     05  FILLER                      PIC X(08) VALUE 'ACCOUNT'.
003590     05  AL-ACCOUNT                  PIC 9(10).
003600     05  FILLER                      PIC X(02) VALUE SPACES.
003610     05  AL-NAME                     PIC X(30).
003620     05  FILLER                      PIC X(02) VALUE SPACES.
003630     05  FILLER                      PIC X(09) VALUE 'FLAGGED:'.
003640     05  AL-FLAGS                    PIC X(30).
003650     05  FILLER                      PIC X(02) VALUE SPACES.
003660     05  AL-REMARK                   PIC X(30).
003670     05  FILLER                      PIC X(09) VALUE SPACES.
003680*
003690 01  DL260-ADDRESS-LINE.
003700     05  FILLER                      PIC X(01) VALUE SPACE.
003710     05  FILLER                      PIC X(20) VALUE SPACES.
003720     05  AD-TEXT                     PIC X(24).
003730     05  FILLER                      PIC X(88) VALUE SPACES.
003740*
003750 01  DL260-CITY-LINE.
003760     05  FILLER                      PIC X(01) VALUE SPACE.
003770     05  FILLER                      PIC X(20) VALUE SPACES.
003780     05  CL-CITY                     PIC X(18).
003790     05  FILLER                      PIC X(01) VALUE SPACE.
003800     05  CL-STATE-PROV               PIC X(02).
003810     05  FILLER                      PIC X(02) VALUE SPACES.
003820     05  CL-POSTAL-CODE              PIC X(09).
003830     05  FILLER                      PIC X(03) VALUE SPACES.
003840     05  FILLER                      PIC X(06) VALUE 'PHONE'.
003850     05  CL-PHONE                    PIC X(10).
003860     05  FILLER                      PIC X(61) VALUE SPACES.
003870*
003880 01  DL260-POSTING-COLUMN-LINE.
003890     05  FILLER                      PIC X(01) VALUE SPACE.
003900     05  FILLER                      PIC X(20) VALUE SPACES.
003910     05  FILLER                      PIC X(11) VALUE
003920         'PROC DATE'.
003930     05  FILLER                      PIC X(10) VALUE
003940         'SEQUENCE'.
003950     05  FILLER                      PIC X(06) VALUE
003960         'TYPE'.
003970     05  FILLER                      PIC X(18) VALUE
003980         '        AMOUNT'.
003990     05  FILLER                      PIC X(14) VALUE
004000         'REASON'.
004010     05  FILLER                      PIC X(20) VALUE
004020         '     WINDOW TOTAL'.
004030     05  FILLER                      PIC X(10) VALUE
004040         'SOURCE'.
004050     05  FILLER                      PIC X(23) VALUE SPACES.
004060*
004070 01  DL260-POSTING-LINE.
004080     05  FILLER                      PIC X(01) VALUE SPACE.
004090     05  FILLER                      PIC X(20) VALUE SPACES.
004100     05  PL-DATE                     PIC 9(08).
004110     05  FILLER                      PIC X(03) VALUE SPACES.
004120     05  PL-SEQUENCE                 PIC 9(07).
004130     05  FILLER                      PIC X(03) VALUE SPACES.
004140     05  PL-TRAN-TYPE                PIC X(01).
004150     05  FILLER                      PIC X(05) VALUE SPACES.
004160     05  PL-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
004170     05  FILLER                      PIC X(04) VALUE SPACES.
004180     05  PL-REASON                   PIC X(12).
004190     05  FILLER                      PIC X(02) VALUE SPACES.
004200     05  PL-WINDOW-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER                      PIC X(03) VALUE SPACES.
004220     05  PL-SOURCE                   PIC X(10).
004230     05  FILLER                      PIC X(23) VALUE SPACES.
004240*
004250 01  DL260-TOTAL-LINE.
004260     05  FILLER                      PIC X(01) VALUE SPACE.
004270     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
004280     05  TO-COUNT                    PIC ZZZ,ZZ9.
004290     05  FILLER                      PIC X(03) VALUE SPACES.
004300     05  TO-AMOUNT                   PIC -9(13).99.
004310     05  FILLER                      PIC X(69) VALUE SPACES.
004320*
004330 01  DL260-VERDICT-LINE.
004340     05  FILLER                      PIC X(01) VALUE SPACE.
004350     05  VD-VERDICT                  PIC X(60) VALUE SPACES.
004360     05  FILLER                      PIC X(72) VALUE SPACES.
004370*
004380 01  DL260-BLANK-LINE                PIC X(133) VALUE SPACES.
004390*
004400 LINKAGE SECTION.
004410 01  LS-PARM-AREA.
004420     05  LS-PARM-LENGTH              PIC S9(04) COMP.
004430     05  LS-PARM-TEXT                PIC X(80).
004440*
004450 PROCEDURE DIVISION USING LS-PARM-AREA.
004460*
004470******************************************************************
004480*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE COMPLIANCE SCAN.  *
004490******************************************************************
004500 0000-MAINLINE.
004510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004520     IF DL260-DAILY-SCAN
004530         PERFORM 2000-SCAN-JOURNAL-ACCOUNT THRU 2000-EXIT
004540             UNTIL DL260-JOURNAL-AT-END
004550     ELSE
004560         PERFORM 2500-SCAN-HISTORY-ACCOUNT THRU 2500-EXIT
004570             UNTIL DL260-HISTORY-AT-END
004580     END-IF.
004590     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
004600     STOP RUN.
004610*
004620******************************************************************
004630*    1000-INITIALIZE - PARSE THE PARM, LOAD THE LIMITS, OPEN     *
004640*    THE FILES, SETTLE THE SCAN PERIOD AND HOW FAR BACK ITS      *
004650*    FIRST WINDOW REACHES, AND WRITE THE FILING HEADER AND THE   *
004660*    TOP OF THE REPORT.                                          *
004670******************************************************************
004680 1000-INITIALIZE.
004690     MOVE 38 TO DL260-MESSAGE-NUMBER.
004700     DISPLAY DL100-MESSAGE-ENTRY (DL260-MESSAGE-NUMBER).
004710     ACCEPT DL260-RUN-DATE FROM DATE YYYYMMDD.
004720     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004730     PERFORM 1200-READ-CONTROL-CARDS THRU 1200-EXIT.
004740     IF DL260-THRESHOLD = ZERO OR DL260-WINDOW-DAYS = ZERO
004750         DISPLAY 'CMPLRPT - THRESHOLD= AND WINDOW= CARDS ARE'
004760             ' REQUIRED IN CTLCARD - RUN STOPPED'
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     IF DL260-AGGREGATE = ZERO
004810         MOVE DL260-THRESHOLD TO DL260-AGGREGATE
004820     END-IF.
004830     OPEN INPUT AUDIT-HISTORY.
004840     IF DL260-AUDIT-HST-STATUS NOT = '00'
004850         MOVE 'AUDIT-HIST' TO DL260-ABEND-FILE-NAME
004860         MOVE DL260-AUDIT-HST-STATUS TO DL260-ABEND-FILE-STATUS
004870         PERFORM 9999-ABEND-PARAGRAPH
004880     END-IF.
004890     OPEN INPUT CUSTOMER-MASTER.
004900     IF DL260-CUST-MST-STATUS NOT = '00'
004910         MOVE 'CUST-MASTER' TO DL260-ABEND-FILE-NAME
004920         MOVE DL260-CUST-MST-STATUS TO DL260-ABEND-FILE-STATUS
004930         PERFORM 9999-ABEND-PARAGRAPH
004940     END-IF.
004950     OPEN OUTPUT FILING-OUT.
004960     IF DL260-FILING-STATUS NOT = '00'
004970         MOVE 'FILING-OUT' TO DL260-ABEND-FILE-NAME
004980         MOVE DL260-FILING-STATUS TO DL260-ABEND-FILE-STATUS
004990         PERFORM 9999-ABEND-PARAGRAPH
005000     END-IF.
005010     OPEN OUTPUT COMPLIANCE-REPORT.
005020     IF DL260-CMPL-RPT-STATUS NOT = '00'
005030         MOVE 'CMPL-REPORT' TO DL260-ABEND-FILE-NAME
005040         MOVE DL260-CMPL-RPT-STATUS TO DL260-ABEND-FILE-STATUS
005050         PERFORM 9999-ABEND-PARAGRAPH
005060     END-IF.
005070     IF DL260-DAILY-SCAN
005080         PERFORM 1300-OPEN-DAILY-SCAN THRU 1300-EXIT
005090     ELSE
005100         PERFORM 1400-OPEN-MONTHLY-SCAN THRU 1400-EXIT
005110     END-IF.
005120     MOVE DL260-PERIOD-FROM TO DL260-CONV-DATE.
005130     SUBTRACT 1 FROM DL260-WINDOW-DAYS GIVING DL260-BACK-DAYS.
005140     PERFORM 8300-BACK-ONE-DAY THRU 8300-EXIT
005150         DL260-BACK-DAYS TIMES.
005160     MOVE DL260-CONV-DATE TO DL260-WINDOW-START-DATE.
005170     DISPLAY 'CMPLRPT - ' DL260-SCAN-MODE ' SCAN OF '
005180         DL260-PERIOD-FROM ' TO ' DL260-PERIOD-TO
005190         ', WINDOWS FROM ' DL260-WINDOW-START-DATE.
005200     MOVE SPACES TO FILING-RECORD.
005210     MOVE 'H' TO CF-RECORD-TYPE.
005220     MOVE DL260-RUN-DATE TO CF-HEADER-DATE.
005230     MOVE 'EDDDAILY' TO CF-SOURCE-SYSTEM.
005240     MOVE DL260-SCAN-MODE TO CF-SCAN-MODE.
005250     MOVE DL260-PERIOD-FROM TO CF-PERIOD-FROM.
005260     MOVE DL260-PERIOD-TO TO CF-PERIOD-TO.
005270     MOVE DL260-THRESHOLD TO CF-THRESHOLD.
005280     MOVE DL260-AGGREGATE TO CF-AGGREGATE.
005290     MOVE DL260-WINDOW-DAYS TO CF-WINDOW-DAYS.
005300     PERFORM 2960-WRITE-FILING-RECORD THRU 2960-EXIT.
005310     MOVE DL260-RUN-DATE TO HL-RUN-DATE.
005320     WRITE COMPLIANCE-REPORT-RECORD
005330         FROM DL260-REPORT-HEADING-LINE.
005340     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005350     MOVE DL260-SCAN-MODE TO LL-SCAN-MODE.
005360     MOVE DL260-PERIOD-FROM TO LL-PERIOD-FROM.
005370     MOVE DL260-PERIOD-TO TO LL-PERIOD-TO.
005380     MOVE DL260-THRESHOLD TO LL-THRESHOLD.
005390     MOVE DL260-AGGREGATE TO LL-AGGREGATE.
005400     MOVE DL260-WINDOW-DAYS TO LL-WINDOW-DAYS.
005410     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-LIMITS-LINE.
005420     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005430     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-BLANK-LINE.
005440     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005450 1000-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005488*    1100-PARSE-PARM - WHICH SCAN.  AN ABSENT OR BLANK PARM IS   *
005496*    THE DAILY SCAN; ANYTHING ELSE MUST BE 'DAILY', 'MONTHLY',   *
005504*    OR 'MONTHLY=YYYYMM' OR THE RUN STOPS.  A BARE 'MONTHLY'     *
005512*    SCANS THE MONTH OF THE LATEST CYCLE (1150).                 *
005520******************************************************************
005530 1100-PARSE-PARM.
005540     IF LS-PARM-LENGTH = ZERO OR LS-PARM-TEXT = SPACES
005550         GO TO 1100-EXIT
005560     END-IF.
005570     IF LS-PARM-LENGTH = 5 AND LS-PARM-TEXT (1:5) = 'DAILY'
005580         GO TO 1100-EXIT
005590     END-IF.
005600     IF LS-PARM-LENGTH = 7 AND LS-PARM-TEXT (1:7) = 'MONTHLY'
005610         MOVE 'M' TO DL260-SCAN-SWITCH
005620         MOVE 'MONTHLY' TO DL260-SCAN-MODE
005630         PERFORM 1150-SET-CYCLE-MONTH THRU 1150-EXIT
005640         GO TO 1100-EXIT
005650     END-IF.
005660     IF LS-PARM-LENGTH = 14
005670         AND LS-PARM-TEXT (1:8) = 'MONTHLY='
005680         AND LS-PARM-TEXT (9:6) IS NUMERIC
005690         MOVE LS-PARM-TEXT (9:6) TO DL260-SCAN-MONTH
005700         IF DL260-SCAN-MM NOT < 1 AND DL260-SCAN-MM NOT > 12
005710             MOVE 'M' TO DL260-SCAN-SWITCH
005720             MOVE 'MONTHLY' TO DL260-SCAN-MODE
005730             GO TO 1100-EXIT
005740         END-IF
005750     END-IF.
005760     DISPLAY 'CMPLRPT - UNRECOGNIZABLE PARM: ' LS-PARM-TEXT.
005770     MOVE 16 TO RETURN-CODE.
005780     STOP RUN.
005790 1100-EXIT.
005800     EXIT.
005801*
005802******************************************************************
005803*    1150-SET-CYCLE-MONTH - A BARE PARM='MONTHLY' SCANS THE      *
005804*    MONTH OF THE LATEST DAILY CYCLE, NOT THE CLOCK'S MONTH -    *
005805*    THE JOB RUNS ON THE MONTH'S LAST NIGHT AND MAY START AFTER  *
005806*    MIDNIGHT ON THE FIRST.  THE CYCLE DATE COMES FROM A QUERY   *
005807*    OF THE OPENING STEP (DL090), WHICH IS ON EVERY CYCLE, AS    *
005808*    CYCLRPT FETCHES IT; A QUERY RECORDS NOTHING.  NO CYCLE, OR  *
005809*    A CYCLE CONTROL FAILURE, STOPS THE RUN RC 16.               *
005810******************************************************************
005811 1150-SET-CYCLE-MONTH.
005812     MOVE SPACES TO DL260-CYCLE-AREA.
005813     MOVE 'Q' TO CP-FUNCTION.
005814     MOVE 'DL090' TO CP-STEP-ID.
005815     MOVE ZERO TO CP-PROCESS-DATE.
005816     MOVE ZERO TO CP-STEP-RC.
005817     CALL 'CYCLCTL' USING DL260-CYCLE-AREA.
005818     IF CP-CONTROL-FAILURE OR CP-NOT-CURRENT-CYCLE
005819         DISPLAY 'CMPLRPT - NO CYCLE MONTH TO SCAN - ' CP-REASON
005820         MOVE 16 TO RETURN-CODE
005821         STOP RUN
005822     END-IF.
005823     MOVE CP-PROCESS-DATE (1:6) TO DL260-SCAN-MONTH.
005824 1150-EXIT.
005825     EXIT.
005826*
005827******************************************************************
005830*    1200-READ-CONTROL-CARDS - THE SCAN LIMITS:                  *
005840*      THRESHOLD=NNNNNNNNN.NN  REPORTABLE AMOUNT FOR ONE         *
005850*                              POSTING - REQUIRED                *
005860*      AGGREGATE=NNNNNNNNN.NN  WINDOW TOTAL THAT MAKES SMALLER   *
005870*                              POSTINGS STRUCTURING - DEFAULTS   *
005880*                              TO THE THRESHOLD                  *
005890*      WINDOW=NNN              ROLLING WINDOW IN DAYS, COUNTING  *
005900*                              THE DAY OF THE POSTING - REQUIRED *
005910*    CARDS STARTING '*' OR BLANK ARE COMMENTS.  THE MEMBER IS    *
005920*    NOT OPTIONAL - THERE IS NO SAFE DEFAULT LIMIT - AND A CARD  *
005930*    THAT DOES NOT PARSE STOPS THE RUN RC 16.                    *
005940******************************************************************
005950 1200-READ-CONTROL-CARDS.
005960     OPEN INPUT CONTROL-CARDS.
005970     IF DL260-CTL-CARD-STATUS NOT = '00'
005980         MOVE 'CTL-CARDS' TO DL260-ABEND-FILE-NAME
005990         MOVE DL260-CTL-CARD-STATUS TO DL260-ABEND-FILE-STATUS
006000         PERFORM 9999-ABEND-PARAGRAPH
006010     END-IF.
006020     MOVE 'N' TO DL260-CONTROL-EOF-SWITCH.
006030     PERFORM 1210-APPLY-ONE-CONTROL THRU 1210-EXIT
006040         UNTIL DL260-CONTROL-AT-END.
006050     CLOSE CONTROL-CARDS.
006060     IF DL260-CTL-CARD-STATUS NOT = '00'
006070         MOVE 'CTL-CARDS' TO DL260-ABEND-FILE-NAME
006080         MOVE DL260-CTL-CARD-STATUS TO DL260-ABEND-FILE-STATUS
006090         PERFORM 9999-ABEND-PARAGRAPH
006100     END-IF.
006110 1200-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    1210-APPLY-ONE-CONTROL - READ AND APPLY ONE CONTROL CARD.   *
006160******************************************************************
006170 1210-APPLY-ONE-CONTROL.
006180     READ CONTROL-CARDS
006190         AT END
006200             MOVE 'Y' TO DL260-CONTROL-EOF-SWITCH
006210             GO TO 1210-CHECK-STATUS
006220         NOT AT END
006230             CONTINUE
006240     END-READ.
006250     EVALUATE TRUE
006260         WHEN CONTROL-CARD-RECORD (1:1) = '*'
006270             CONTINUE
006280         WHEN CONTROL-CARD-RECORD = SPACES
006290             CONTINUE
006300         WHEN CONTROL-CARD-RECORD (1:10) = 'THRESHOLD='
006310             AND CONTROL-CARD-RECORD (11:9) IS NUMERIC
006320             AND CONTROL-CARD-RECORD (20:1) = '.'
006330             AND CONTROL-CARD-RECORD (21:2) IS NUMERIC
006340             MOVE CONTROL-CARD-RECORD (11:12) TO DL260-AMOUNT-TEXT
006350             COMPUTE DL260-THRESHOLD =
006360                 DL260-AMOUNT-INT + DL260-AMOUNT-DEC / 100
006370             DISPLAY 'LIMITS - REPORTABLE THRESHOLD: '
006380                 DL260-THRESHOLD
006390         WHEN CONTROL-CARD-RECORD (1:10) = 'AGGREGATE='
006400             AND CONTROL-CARD-RECORD (11:9) IS NUMERIC
006410             AND CONTROL-CARD-RECORD (20:1) = '.'
006420             AND CONTROL-CARD-RECORD (21:2) IS NUMERIC
006430             MOVE CONTROL-CARD-RECORD (11:12) TO DL260-AMOUNT-TEXT
006440             COMPUTE DL260-AGGREGATE =
006450                 DL260-AMOUNT-INT + DL260-AMOUNT-DEC / 100
006460             DISPLAY 'LIMITS - WINDOW AGGREGATE: '
006470                 DL260-AGGREGATE
006480         WHEN CONTROL-CARD-RECORD (1:7) = 'WINDOW='
006490             AND CONTROL-CARD-RECORD (8:3) IS NUMERIC
006500             AND CONTROL-CARD-RECORD (8:3) NOT = '000'
006510             MOVE CONTROL-CARD-RECORD (8:3) TO DL260-WINDOW-DAYS
006520             DISPLAY 'LIMITS - ROLLING WINDOW DAYS: '
006530                 DL260-WINDOW-DAYS
006540         WHEN OTHER
006550             DISPLAY 'CONTROL CARD NOT RECOGNIZED: '
006560                 CONTROL-CARD-RECORD (1:40)
006570                 ' - RUN STOPPED'
006580             MOVE 16 TO RETURN-CODE
006590             STOP RUN
006600     END-EVALUATE.
006610 1210-CHECK-STATUS.
006620     IF DL260-CTL-CARD-STATUS NOT = '00'
006630         AND DL260-CTL-CARD-STATUS NOT = '10'
006640         MOVE 'CTL-CARDS' TO DL260-ABEND-FILE-NAME
006650         MOVE DL260-CTL-CARD-STATUS TO DL260-ABEND-FILE-STATUS
006660         PERFORM 9999-ABEND-PARAGRAPH
006670     END-IF.
006680 1210-EXIT.
006690     EXIT.
006700*
006710******************************************************************
006720*    1300-OPEN-DAILY-SCAN - OPEN TONIGHT'S JOURNAL AND PRIME     *
006730*    THE READ.  THE PERIOD IS THE PROCESS DATE ON THE JOURNAL,   *
006740*    NOT THE CLOCK, SO A RUN AFTER MIDNIGHT STILL SCANS THE      *
006750*    RIGHT NIGHT.  AN EMPTY JOURNAL SCANS NOTHING.               *
006760******************************************************************
006770 1300-OPEN-DAILY-SCAN.
006780     OPEN INPUT AUDIT-IN.
006790     IF DL260-AUDIT-IN-STATUS NOT = '00'
006800         MOVE 'AUDIT-IN' TO DL260-ABEND-FILE-NAME
006810         MOVE DL260-AUDIT-IN-STATUS TO DL260-ABEND-FILE-STATUS
006820         PERFORM 9999-ABEND-PARAGRAPH
006830     END-IF.
006840     PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.
006850     IF DL260-JOURNAL-AT-END
006860         MOVE DL260-RUN-DATE TO DL260-PERIOD-FROM
006870     ELSE
006880         MOVE AJ-PROCESS-DATE TO DL260-PERIOD-FROM
006890     END-IF.
006900     MOVE DL260-PERIOD-FROM TO DL260-PERIOD-TO.
006910 1300-EXIT.
006920     EXIT.
006930*
006940******************************************************************
006950*    1400-OPEN-MONTHLY-SCAN - THE PERIOD IS THE WHOLE CALENDAR   *
006960*    MONTH.  THE HISTORY IS READ FROM THE TOP, ONE ACCOUNT AT    *
006970*    A TIME; STATUS 23 ON THE START MEANS IT IS EMPTY.           *
006980******************************************************************
006990 1400-OPEN-MONTHLY-SCAN.
007000     MOVE DL260-SCAN-MONTH TO DL260-PERIOD-FROM (1:6).
007010     MOVE '01' TO DL260-PERIOD-FROM (7:2).
007020     MOVE DL260-SCAN-MONTH TO DL260-PERIOD-TO (1:6).
007030     MOVE DL260-SCAN-YEAR TO DL260-CONV-YEAR.
007040     MOVE DL260-SCAN-MM TO DL260-CONV-MONTH.
007050     PERFORM 8310-SET-DAYS-IN-MONTH THRU 8310-EXIT.
007060     MOVE DL260-DAYS-IN-MONTH TO DL260-PERIOD-TO (7:2).
007070     MOVE ZERO TO AH-ACCOUNT-NUMBER.
007080     MOVE ZERO TO AH-PROCESS-DATE.
007090     MOVE ZERO TO AH-SEQUENCE.
007100     START AUDIT-HISTORY
007110         KEY IS NOT LESS THAN AH-HISTORY-KEY
007120         INVALID KEY
007130             MOVE 'Y' TO DL260-HISTORY-EOF-SWITCH
007140     END-START.
007150     IF DL260-AUDIT-HST-STATUS NOT = '00'
007160         AND DL260-AUDIT-HST-STATUS NOT = '23'
007170         MOVE 'AUDIT-HIST' TO DL260-ABEND-FILE-NAME
007180         MOVE DL260-AUDIT-HST-STATUS TO DL260-ABEND-FILE-STATUS
007190         PERFORM 9999-ABEND-PARAGRAPH
007200     END-IF.
007210     IF DL260-HISTORY-NOT-AT-END
007220         PERFORM 2910-READ-NEXT-HISTORY THRU 2910-EXIT
007230     END-IF.
007240 1400-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280*    2000-SCAN-JOURNAL-ACCOUNT - DAILY SCAN OF ONE ACCOUNT:      *
007290*    ITS EARLIER POSTINGS IN THE WINDOW FROM THE HISTORY, THEN   *
007300*    ITS POSTINGS ON TONIGHT'S JOURNAL, THEN THE TESTS.          *
007310******************************************************************
007320 2000-SCAN-JOURNAL-ACCOUNT.
007330     MOVE DL260-JOURNAL-ACCOUNT TO DL260-CURRENT-ACCOUNT.
007340     PERFORM 2050-START-ACCOUNT THRU 2050-EXIT.
007350     PERFORM 2100-LOAD-EARLIER-HISTORY THRU 2100-EXIT.
007360     PERFORM 2200-LOAD-ONE-JOURNAL THRU 2200-EXIT
007370         UNTIL DL260-JOURNAL-AT-END
007380             OR DL260-JOURNAL-ACCOUNT NOT = DL260-CURRENT-ACCOUNT.
007390     PERFORM 2600-TEST-ACCOUNT THRU 2600-EXIT.
007400 2000-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440*    2050-START-ACCOUNT - EMPTY THE POSTING TABLE FOR THE NEXT   *
007450*    ACCOUNT.                                                    *
007460******************************************************************
007470 2050-START-ACCOUNT.
007480     ADD 1 TO DL260-ACCOUNT-COUNT.
007490     MOVE ZERO TO DL260-POSTING-HELD.
007500     MOVE 'N' TO DL260-OVERFLOW-SWITCH.
007510 2050-EXIT.
007520     EXIT.
007530*
007540******************************************************************
007550*    2100-LOAD-EARLIER-HISTORY - START THE HISTORY AT THE        *
007560*    ACCOUNT'S FIRST RECORD IN THE WINDOW AND TAKE EVERYTHING    *
007570*    BEFORE TONIGHT.  TONIGHT'S OWN RECORDS ARE TAKEN FROM THE   *
007580*    JOURNAL ONLY, SO THE SCAN COUNTS THEM ONCE WHETHER OR NOT   *
007590*    AUDHISTJ HAS ALREADY LOADED THEM.                           *
007600******************************************************************
007610 2100-LOAD-EARLIER-HISTORY.
007620     MOVE 'N' TO DL260-HISTORY-EOF-SWITCH.
007630     MOVE DL260-CURRENT-ACCOUNT TO AH-ACCOUNT-NUMBER.
007640     MOVE DL260-WINDOW-START-DATE TO AH-PROCESS-DATE.
007650     MOVE ZERO TO AH-SEQUENCE.
007660     START AUDIT-HISTORY
007670         KEY IS NOT LESS THAN AH-HISTORY-KEY
007680         INVALID KEY
007690             MOVE 'Y' TO DL260-HISTORY-EOF-SWITCH
007700     END-START.
007710     IF DL260-AUDIT-HST-STATUS NOT = '00'
007720         AND DL260-AUDIT-HST-STATUS NOT = '23'
007730         MOVE 'AUDIT-HIST' TO DL260-ABEND-FILE-NAME
007740         MOVE DL260-AUDIT-HST-STATUS TO DL260-ABEND-FILE-STATUS
007750         PERFORM 9999-ABEND-PARAGRAPH
007760     END-IF.
007770     IF DL260-HISTORY-AT-END
007780         GO TO 2100-EXIT
007790     END-IF.
007800     PERFORM 2910-READ-NEXT-HISTORY THRU 2910-EXIT.
007810     PERFORM 2110-LOAD-ONE-HISTORY THRU 2110-EXIT
007820         UNTIL DL260-HISTORY-AT-END
007830             OR AH-ACCOUNT-NUMBER NOT = DL260-CURRENT-ACCOUNT
007840             OR AH-PROCESS-DATE NOT < DL260-PERIOD-FROM.
007850 2100-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890*    2110-LOAD-ONE-HISTORY - OFFER ONE HISTORY RECORD TO THE     *
007900*    TABLE AND READ THE NEXT.                                    *
007910******************************************************************
007920 2110-LOAD-ONE-HISTORY.
007930     PERFORM 2300-OFFER-HISTORY-RECORD THRU 2300-EXIT.
007940     PERFORM 2910-READ-NEXT-HISTORY THRU 2910-EXIT.
007950 2110-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990*    2200-LOAD-ONE-JOURNAL - OFFER ONE OF TONIGHT'S JOURNAL      *
008000*    RECORDS TO THE TABLE AND READ THE NEXT.                     *
008010******************************************************************
008020 2200-LOAD-ONE-JOURNAL.
008030     IF AJ-TRAN-TYPE-CODE = 'P' OR AJ-TRAN-TYPE-CODE = 'B'
008040         MOVE AJ-PROCESS-DATE TO DL260-CAND-DATE
008050         MOVE AJ-SEQUENCE TO DL260-CAND-SEQUENCE
008060         MOVE AJ-TRAN-TYPE-CODE TO DL260-CAND-TRAN-TYPE
008070         MOVE 'J' TO DL260-CAND-SOURCE
008080         MOVE AJ-BEFORE-IMAGE TO DL260-BEFORE-RECORD
008090         MOVE AJ-AFTER-IMAGE TO DL260-AFTER-RECORD
008100         PERFORM 2400-ADD-POSTING THRU 2400-EXIT
008110     END-IF.
008120     PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.
008130 2200-EXIT.
008140     EXIT.
008150*
008160******************************************************************
008170*    2300-OFFER-HISTORY-RECORD - A HISTORY RECORD GOES INTO THE  *
008180*    TABLE WHEN IT IS A P OR B POSTING DATED INSIDE THE WINDOW   *
008190*    AND NOT PAST THE END OF THE PERIOD.                         *
008200******************************************************************
008210 2300-OFFER-HISTORY-RECORD.
008220     IF AH-TRAN-TYPE-CODE NOT = 'P'
008230         AND AH-TRAN-TYPE-CODE NOT = 'B'
008240         GO TO 2300-EXIT
008250     END-IF.
008260     IF AH-PROCESS-DATE < DL260-WINDOW-START-DATE
008270         OR AH-PROCESS-DATE > DL260-PERIOD-TO
008280         GO TO 2300-EXIT
008290     END-IF.
008300     MOVE AH-PROCESS-DATE TO DL260-CAND-DATE.
008310     MOVE AH-SEQUENCE TO DL260-CAND-SEQUENCE.
008320     MOVE AH-TRAN-TYPE-CODE TO DL260-CAND-TRAN-TYPE.
008330     MOVE 'H' TO DL260-CAND-SOURCE.
008340     MOVE AH-BEFORE-IMAGE TO DL260-BEFORE-RECORD.
008350     MOVE AH-AFTER-IMAGE TO DL260-AFTER-RECORD.
008360     PERFORM 2400-ADD-POSTING THRU 2400-EXIT.
008370 2300-EXIT.
008380     EXIT.
008390*
008400******************************************************************
008410*    2400-ADD-POSTING - SIZE THE CANDIDATE POSTING AS THE CHANGE *
008420*    IT MADE TO THE BALANCE, UNSIGNED, AND HOLD IT WITH ITS DAY  *
008430*    COUNT.  A FULL TABLE DROPS THE POSTING AND MARKS THE        *
008440*    ACCOUNT.                                                    *
008450******************************************************************
008460 2400-ADD-POSTING.
008470     IF DL260-POSTING-HELD NOT < DL260-POSTING-MAX
008480         MOVE 'Y' TO DL260-OVERFLOW-SWITCH
008490         GO TO 2400-EXIT
008500     END-IF.
008510     MOVE ZERO TO DL260-CAND-MOVEMENT.
008520     SUBTRACT BF-BALANCE FROM AF-BALANCE
008530         GIVING DL260-CAND-MOVEMENT.
008540     IF DL260-CAND-MOVEMENT < ZERO
008550         SUBTRACT DL260-CAND-MOVEMENT FROM ZERO
008560             GIVING DL260-CAND-MOVEMENT
008570     END-IF.
008580     ADD 1 TO DL260-POSTING-HELD.
008590     MOVE DL260-POSTING-HELD TO DL260-POSTING-INDEX.
008600     MOVE DL260-CAND-DATE TO DL260-PST-DATE (DL260-POSTING-INDEX).
008610     MOVE DL260-CAND-SEQUENCE
008620         TO DL260-PST-SEQUENCE (DL260-POSTING-INDEX).
008630     MOVE DL260-CAND-TRAN-TYPE
008640         TO DL260-PST-TRAN-TYPE (DL260-POSTING-INDEX).
008650     MOVE DL260-CAND-MOVEMENT
008660         TO DL260-PST-AMOUNT (DL260-POSTING-INDEX).
008670     MOVE DL260-CAND-SOURCE
008680         TO DL260-PST-SOURCE (DL260-POSTING-INDEX).
008690     MOVE SPACE TO DL260-PST-REASON (DL260-POSTING-INDEX).
008700     MOVE ZERO TO DL260-PST-WINDOW-TOTAL (DL260-POSTING-INDEX).
008710     MOVE DL260-CAND-DATE TO DL260-CONV-DATE.
008720     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT.
008730     MOVE DL260-CONV-SERIAL
008740         TO DL260-PST-SERIAL (DL260-POSTING-INDEX).
008750     IF DL260-CAND-DATE NOT < DL260-PERIOD-FROM
008760         AND DL260-CAND-DATE NOT > DL260-PERIOD-TO
008770         MOVE 'Y' TO DL260-PST-IN-PERIOD (DL260-POSTING-INDEX)
008780         ADD 1 TO DL260-PERIOD-POSTINGS
008790         ADD DL260-CAND-MOVEMENT TO DL260-PERIOD-TOTAL
008800     ELSE
008810         MOVE 'N' TO DL260-PST-IN-PERIOD (DL260-POSTING-INDEX)
008820     END-IF.
008830 2400-EXIT.
008840     EXIT.
008850*
008860******************************************************************
008870*    2500-SCAN-HISTORY-ACCOUNT - MONTHLY SCAN OF ONE ACCOUNT:    *
008880*    EVERY HISTORY RECORD FOR IT IS OFFERED TO THE TABLE, WHICH  *
008890*    KEEPS THE WINDOW AND THE MONTH, THEN THE TESTS.             *
008900******************************************************************
008910 2500-SCAN-HISTORY-ACCOUNT.
008920     MOVE AH-ACCOUNT-NUMBER TO DL260-CURRENT-ACCOUNT.
008930     PERFORM 2050-START-ACCOUNT THRU 2050-EXIT.
008940     PERFORM 2110-LOAD-ONE-HISTORY THRU 2110-EXIT
008950         UNTIL DL260-HISTORY-AT-END
008960             OR AH-ACCOUNT-NUMBER NOT = DL260-CURRENT-ACCOUNT.
008970     PERFORM 2600-TEST-ACCOUNT THRU 2600-EXIT.
008980 2500-EXIT.
008990     EXIT.
009000*
009010******************************************************************
009020*    2600-TEST-ACCOUNT - RUN BOTH TESTS OVER EVERY POSTING IN    *
009030*    THE PERIOD, AND REPORT THE ACCOUNT IF EITHER FIRED.         *
009040******************************************************************
009050 2600-TEST-ACCOUNT.
009060     IF DL260-TABLE-OVERFLOWED
009070         ADD 1 TO DL260-OVERFLOW-COUNT
009080         DISPLAY 'CMPLRPT - ACCOUNT ' DL260-CURRENT-ACCOUNT
009090             ' HAS MORE THAN ' DL260-POSTING-MAX
009100             ' POSTINGS - SCANNED ON THE FIRST ' DL260-POSTING-MAX
009110     END-IF.
009120     IF DL260-POSTING-HELD = ZERO
009130         GO TO 2600-EXIT
009140     END-IF.
009150     MOVE 'N' TO DL260-LARGE-SWITCH.
009160     MOVE 'N' TO DL260-STRUCTURED-SWITCH.
009170     PERFORM 2610-TEST-ONE-POSTING THRU 2610-EXIT
009180         VARYING DL260-POSTING-INDEX FROM 1 BY 1
009190         UNTIL DL260-POSTING-INDEX > DL260-POSTING-HELD.
009200     IF DL260-LARGE-FOUND OR DL260-STRUCTURED-FOUND
009210         PERFORM 2700-REPORT-ACCOUNT THRU 2700-EXIT
009220     END-IF.
009230 2600-EXIT.
009240     EXIT.
009250*
009260******************************************************************
009270*    2610-TEST-ONE-POSTING - A POSTING IN THE PERIOD OVER THE    *
009280*    THRESHOLD IS LARGE VALUE ON ITS OWN.  ONE AT OR UNDER IT    *
009290*    CLOSES A WINDOW OF THE DAYS ENDING ON ITS OWN DATE: WHEN    *
009300*    THE UNDER-THRESHOLD POSTINGS IN THAT WINDOW ADD UP TO       *
009310*    MORE THAN THE AGGREGATE LIMIT, EVERY ONE OF THEM IS MARKED  *
009320*    AS STRUCTURING.                                             *
009330******************************************************************
009340 2610-TEST-ONE-POSTING.
009350     IF DL260-PST-IN-PERIOD (DL260-POSTING-INDEX) NOT = 'Y'
009360         GO TO 2610-EXIT
009370     END-IF.
009380     IF DL260-PST-AMOUNT (DL260-POSTING-INDEX) > DL260-THRESHOLD
009390         MOVE 'L' TO DL260-PST-REASON (DL260-POSTING-INDEX)
009400         MOVE 'Y' TO DL260-LARGE-SWITCH
009410         GO TO 2610-EXIT
009420     END-IF.
009430     MOVE DL260-PST-SERIAL (DL260-POSTING-INDEX)
009440         TO DL260-WINDOW-HIGH.
009450     SUBTRACT DL260-WINDOW-DAYS FROM DL260-WINDOW-HIGH
009460         GIVING DL260-WINDOW-LOW.
009470     MOVE ZERO TO DL260-WINDOW-TOTAL.
009480     PERFORM 2620-SUM-ONE-IN-WINDOW THRU 2620-EXIT
009490         VARYING DL260-WINDOW-INDEX FROM 1 BY 1
009500         UNTIL DL260-WINDOW-INDEX > DL260-POSTING-HELD.
009510     IF DL260-WINDOW-TOTAL NOT > DL260-AGGREGATE
009520         GO TO 2610-EXIT
009530     END-IF.
009540     MOVE 'Y' TO DL260-STRUCTURED-SWITCH.
009550     PERFORM 2630-MARK-ONE-IN-WINDOW THRU 2630-EXIT
009560         VARYING DL260-WINDOW-INDEX FROM 1 BY 1
009570         UNTIL DL260-WINDOW-INDEX > DL260-POSTING-HELD.
009580 2610-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620*    2620-SUM-ONE-IN-WINDOW - ADD ONE POSTING TO THE WINDOW      *
009630*    TOTAL WHEN IT IS UNDER THE THRESHOLD AND DATED IN THE       *
009640*    WINDOW.                                                     *
009650******************************************************************
009660 2620-SUM-ONE-IN-WINDOW.
009670     IF DL260-PST-AMOUNT (DL260-WINDOW-INDEX)
009680             NOT > DL260-THRESHOLD
009690         AND DL260-PST-SERIAL (DL260-WINDOW-INDEX)
009700             > DL260-WINDOW-LOW
009710         AND DL260-PST-SERIAL (DL260-WINDOW-INDEX)
009720             NOT > DL260-WINDOW-HIGH
009730         ADD DL260-PST-AMOUNT (DL260-WINDOW-INDEX)
009740             TO DL260-WINDOW-TOTAL
009750     END-IF.
009760 2620-EXIT.
009770     EXIT.
009780*
009790******************************************************************
009800*    2630-MARK-ONE-IN-WINDOW - MARK ONE POSTING OF A WINDOW THAT *
009810*    WENT OVER THE AGGREGATE.  A POSTING IN SEVERAL SUCH WINDOWS *
009820*    KEEPS THE LARGEST TOTAL IT WAS PART OF.                     *
009830******************************************************************
009840 2630-MARK-ONE-IN-WINDOW.
009850     IF DL260-PST-AMOUNT (DL260-WINDOW-INDEX)
009860             NOT > DL260-THRESHOLD
009870         AND DL260-PST-SERIAL (DL260-WINDOW-INDEX)
009880             > DL260-WINDOW-LOW
009890         AND DL260-PST-SERIAL (DL260-WINDOW-INDEX)
009900             NOT > DL260-WINDOW-HIGH
009910         MOVE 'S' TO DL260-PST-REASON (DL260-WINDOW-INDEX)
009920         IF DL260-WINDOW-TOTAL >
009930             DL260-PST-WINDOW-TOTAL (DL260-WINDOW-INDEX)
009940             MOVE DL260-WINDOW-TOTAL
009950                 TO DL260-PST-WINDOW-TOTAL (DL260-WINDOW-INDEX)
009960         END-IF
009970     END-IF.
009980 2630-EXIT.
009990     EXIT.
010000*
010010******************************************************************
010020*    2700-REPORT-ACCOUNT - LIST A FLAGGED ACCOUNT: ITS NAME AND  *
010030*    ADDRESS AS THE MASTER HOLDS THEM NOW, THEN EVERY POSTING    *
010040*    THAT TRIGGERED IT, EACH ALSO WRITTEN TO THE FILING FILE.    *
010050*    AN ACCOUNT NO LONGER ON THE MASTER IS STILL REPORTED,       *
010060*    UNDER THE NAME ON ITS LATEST POSTING.                       *
010070******************************************************************
010080 2700-REPORT-ACCOUNT.
010090     ADD 1 TO DL260-FLAGGED-COUNT.
010100     IF DL260-LARGE-FOUND
010110         ADD 1 TO DL260-LARGE-COUNT
010120     END-IF.
010130     IF DL260-STRUCTURED-FOUND
010140         ADD 1 TO DL260-STRUCTURED-COUNT
010150     END-IF.
010160     MOVE DL260-CURRENT-ACCOUNT TO CR-ACCOUNT-NUMBER.
010170     READ CUSTOMER-MASTER
010180         INVALID KEY
010190             MOVE 'N' TO DL260-MASTER-SWITCH
010200         NOT INVALID KEY
010210             MOVE 'Y' TO DL260-MASTER-SWITCH
010220     END-READ.
010230     IF DL260-CUST-MST-STATUS NOT = '00'
010240         AND DL260-CUST-MST-STATUS NOT = '23'
010250         MOVE 'CUST-MASTER' TO DL260-ABEND-FILE-NAME
010260         MOVE DL260-CUST-MST-STATUS TO DL260-ABEND-FILE-STATUS
010270         PERFORM 9999-ABEND-PARAGRAPH
010280     END-IF.
010290     MOVE SPACES TO AL-REMARK.
010300     IF DL260-NOT-ON-MASTER
010310         ADD 1 TO DL260-NOT-ON-MASTER-COUNT
010320         MOVE DL260-AFTER-RECORD TO CUSTOMER-MASTER-RECORD
010330         MOVE 'NOT ON MASTER - LAST POSTED' TO AL-REMARK
010340     END-IF.
010350     IF DL260-TABLE-OVERFLOWED
010360         MOVE 'TOO MANY POSTINGS - PART SCAN' TO AL-REMARK
010370     END-IF.
010380     EVALUATE TRUE
010390         WHEN DL260-LARGE-FOUND AND DL260-STRUCTURED-FOUND
010400             MOVE 'LARGE VALUE AND STRUCTURING' TO AL-FLAGS
010410         WHEN DL260-LARGE-FOUND
010420             MOVE 'LARGE VALUE' TO AL-FLAGS
010430         WHEN OTHER
010440             MOVE 'STRUCTURING' TO AL-FLAGS
010450     END-EVALUATE.
010460     MOVE DL260-CURRENT-ACCOUNT TO AL-ACCOUNT.
010470     MOVE CR-CUSTOMER-NAME TO AL-NAME.
010480     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-ACCOUNT-LINE.
010490     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010500     MOVE CR-ADDRESS-LINE-1 TO AD-TEXT.
010510     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-ADDRESS-LINE.
010520     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010530     IF CR-ADDRESS-LINE-2 NOT = SPACES
010540         MOVE CR-ADDRESS-LINE-2 TO AD-TEXT
010550         WRITE COMPLIANCE-REPORT-RECORD FROM DL260-ADDRESS-LINE
010560         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
010570     END-IF.
010580     MOVE CR-CITY TO CL-CITY.
010590     MOVE CR-STATE-PROV TO CL-STATE-PROV.
010600     MOVE CR-POSTAL-CODE TO CL-POSTAL-CODE.
010610     MOVE CR-PHONE TO CL-PHONE.
010620     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-CITY-LINE.
010630     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010640     WRITE COMPLIANCE-REPORT-RECORD
010650         FROM DL260-POSTING-COLUMN-LINE.
010660     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010670     PERFORM 2710-REPORT-ONE-POSTING THRU 2710-EXIT
010680         VARYING DL260-POSTING-INDEX FROM 1 BY 1
010690         UNTIL DL260-POSTING-INDEX > DL260-POSTING-HELD.
010700     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-BLANK-LINE.
010710     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
010720 2700-EXIT.
010730     EXIT.
010740*
010750******************************************************************
010760*    2710-REPORT-ONE-POSTING - ONE TRIGGERING POSTING TO THE     *
010770*    REPORT AND TO THE FILING FILE.  POSTINGS NOT MARKED ARE     *
010780*    SKIPPED.                                                    *
010790******************************************************************
010800 2710-REPORT-ONE-POSTING.
010810     IF DL260-PST-REASON (DL260-POSTING-INDEX) = SPACE
010820         GO TO 2710-EXIT
010830     END-IF.
010840     ADD 1 TO DL260-REPORTED-COUNT.
010850     ADD DL260-PST-AMOUNT (DL260-POSTING-INDEX)
010860         TO DL260-REPORTED-TOTAL.
010870     MOVE DL260-PST-DATE (DL260-POSTING-INDEX) TO PL-DATE.
010880     MOVE DL260-PST-SEQUENCE (DL260-POSTING-INDEX) TO PL-SEQUENCE.
010890     MOVE DL260-PST-TRAN-TYPE (DL260-POSTING-INDEX)
010900         TO PL-TRAN-TYPE.
010910     MOVE DL260-PST-AMOUNT (DL260-POSTING-INDEX) TO PL-AMOUNT.
010920     IF DL260-PST-REASON (DL260-POSTING-INDEX) = 'L'
010930         MOVE 'LARGE VALUE' TO PL-REASON
010940         MOVE DL260-PST-AMOUNT (DL260-POSTING-INDEX)
010950             TO PL-WINDOW-TOTAL
010960     ELSE
010970         MOVE 'STRUCTURING' TO PL-REASON
010980         MOVE DL260-PST-WINDOW-TOTAL (DL260-POSTING-INDEX)
010990             TO PL-WINDOW-TOTAL
011000     END-IF.
011010     IF DL260-PST-SOURCE (DL260-POSTING-INDEX) = 'J'
011020         MOVE 'TONIGHT' TO PL-SOURCE
011030     ELSE
011040         MOVE 'HISTORY' TO PL-SOURCE
011050     END-IF.
011060     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-POSTING-LINE.
011070     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
011080     MOVE SPACES TO FILING-RECORD.
011090     MOVE 'D' TO CF-RECORD-TYPE.
011100     MOVE DL260-PST-REASON (DL260-POSTING-INDEX)
011110         TO CF-FLAG-REASON.
011120     MOVE DL260-CURRENT-ACCOUNT TO CF-ACCOUNT-NUMBER.
011130     MOVE CR-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
011140     MOVE CR-ADDRESS-LINE-1 TO CF-ADDRESS-LINE-1.
011150     MOVE CR-ADDRESS-LINE-2 TO CF-ADDRESS-LINE-2.
011160     MOVE CR-CITY TO CF-CITY.
011170     MOVE CR-STATE-PROV TO CF-STATE-PROV.
011180     MOVE CR-POSTAL-CODE TO CF-POSTAL-CODE.
011190     MOVE CR-PHONE TO CF-PHONE.
011200     MOVE DL260-PST-DATE (DL260-POSTING-INDEX) TO CF-POSTING-DATE.
011210     MOVE DL260-PST-SEQUENCE (DL260-POSTING-INDEX)
011220         TO CF-POSTING-SEQUENCE.
011230     MOVE DL260-PST-TRAN-TYPE (DL260-POSTING-INDEX)
011240         TO CF-TRAN-TYPE-CODE.
011250     MOVE DL260-PST-AMOUNT (DL260-POSTING-INDEX)
011260         TO CF-POSTING-AMOUNT.
011270     IF CF-LARGE-VALUE
011280         MOVE DL260-PST-AMOUNT (DL260-POSTING-INDEX)
011290             TO CF-WINDOW-TOTAL
011300     ELSE
011310         MOVE DL260-PST-WINDOW-TOTAL (DL260-POSTING-INDEX)
011320             TO CF-WINDOW-TOTAL
011330     END-IF.
011340     PERFORM 2960-WRITE-FILING-RECORD THRU 2960-EXIT.
011350 2710-EXIT.
011360     EXIT.
011370*
011380******************************************************************
011390*    2900-READ-AUDIT-IN - THE ONE PLACE THAT READS TONIGHT'S     *
011400*    JOURNAL.  THE ACCOUNT IS TAKEN FROM THE AFTER IMAGE.        *
011410******************************************************************
011420 2900-READ-AUDIT-IN.
011430     READ AUDIT-IN
011440         AT END
011450             MOVE 'Y' TO DL260-JOURNAL-EOF-SWITCH
011460         NOT AT END
011470             ADD 1 TO DL260-JOURNAL-COUNT
011480             MOVE AJ-AFTER-IMAGE (1:10) TO DL260-JOURNAL-ACCOUNT
011490     END-READ.
011500     IF DL260-AUDIT-IN-STATUS NOT = '00'
011510         AND DL260-AUDIT-IN-STATUS NOT = '10'
011520         MOVE 'AUDIT-IN' TO DL260-ABEND-FILE-NAME
011530         MOVE DL260-AUDIT-IN-STATUS TO DL260-ABEND-FILE-STATUS
011540         PERFORM 9999-ABEND-PARAGRAPH
011550     END-IF.
011560 2900-EXIT.
011570     EXIT.
011580*
011590******************************************************************
011600*    2910-READ-NEXT-HISTORY - THE ONE PLACE THAT READS THE       *
011610*    AUDIT HISTORY.                                              *
011620******************************************************************
011630 2910-READ-NEXT-HISTORY.
011640     READ AUDIT-HISTORY NEXT RECORD
011650         AT END
011660             MOVE 'Y' TO DL260-HISTORY-EOF-SWITCH
011670         NOT AT END
011680             ADD 1 TO DL260-HISTORY-COUNT
011690     END-READ.
011700     IF DL260-AUDIT-HST-STATUS NOT = '00'
011710         AND DL260-AUDIT-HST-STATUS NOT = '10'
011720         MOVE 'AUDIT-HIST' TO DL260-ABEND-FILE-NAME
011730         MOVE DL260-AUDIT-HST-STATUS TO DL260-ABEND-FILE-STATUS
011740         PERFORM 9999-ABEND-PARAGRAPH
011750     END-IF.
011760 2910-EXIT.
011770     EXIT.
011780*
011790******************************************************************
011800*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
011810*    REPORT LINE WRITTEN.                                        *
011820******************************************************************
011830 2950-CHECK-REPORT-WRITE.
011840     IF DL260-CMPL-RPT-STATUS NOT = '00'
011850         MOVE 'CMPL-REPORT' TO DL260-ABEND-FILE-NAME
011860         MOVE DL260-CMPL-RPT-STATUS TO DL260-ABEND-FILE-STATUS
011870         PERFORM 9999-ABEND-PARAGRAPH
011880     END-IF.
011890 2950-EXIT.
011900     EXIT.
011910*
011920******************************************************************
011930*    2960-WRITE-FILING-RECORD - THE ONE PLACE THAT WRITES THE    *
011940*    FILING FILE.                                                *
011950******************************************************************
011960 2960-WRITE-FILING-RECORD.
011970     WRITE FILING-RECORD.
011980     IF DL260-FILING-STATUS NOT = '00'
011990         MOVE 'FILING-OUT' TO DL260-ABEND-FILE-NAME
012000         MOVE DL260-FILING-STATUS TO DL260-ABEND-FILE-STATUS
012010         PERFORM 9999-ABEND-PARAGRAPH
012020     END-IF.
012030 2960-EXIT.
012040     EXIT.
012050*
012060******************************************************************
012070*    3000-WRAP-UP - WRITE THE FILING TRAILER, PRINT THE TOTALS   *
012080*    AND THE VERDICT, CLOSE, AND SET THE RETURN CODE.            *
012090******************************************************************
012100 3000-WRAP-UP.
012110     MOVE SPACES TO FILING-RECORD.
012120     MOVE 'T' TO CF-RECORD-TYPE.
012130     MOVE DL260-FLAGGED-COUNT TO CF-ACCOUNT-COUNT.
012140     MOVE DL260-REPORTED-COUNT TO CF-DETAIL-COUNT.
012150     MOVE DL260-REPORTED-TOTAL TO CF-AMOUNT-TOTAL.
012160     PERFORM 2960-WRITE-FILING-RECORD THRU 2960-EXIT.
012170     IF DL260-FLAGGED-COUNT = ZERO
012180         MOVE 'NO ACCOUNTS FLAGGED' TO AD-TEXT
012190         WRITE COMPLIANCE-REPORT-RECORD FROM DL260-ADDRESS-LINE
012200         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
012210         WRITE COMPLIANCE-REPORT-RECORD FROM DL260-BLANK-LINE
012220         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
012230     END-IF.
012240     MOVE 'JOURNAL RECORDS READ:' TO TO-CAPTION.
012250     MOVE DL260-JOURNAL-COUNT TO TO-COUNT.
012260     MOVE ZERO TO TO-AMOUNT.
012270     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012280     MOVE 'HISTORY RECORDS READ:' TO TO-CAPTION.
012290     MOVE DL260-HISTORY-COUNT TO TO-COUNT.
012300     MOVE ZERO TO TO-AMOUNT.
012310     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012320     MOVE 'P/B POSTINGS IN PERIOD / AMOUNT:' TO TO-CAPTION.
012330     MOVE DL260-PERIOD-POSTINGS TO TO-COUNT.
012340     MOVE DL260-PERIOD-TOTAL TO TO-AMOUNT.
012350     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012360     MOVE 'ACCOUNTS SCANNED:' TO TO-CAPTION.
012370     MOVE DL260-ACCOUNT-COUNT TO TO-COUNT.
012380     MOVE ZERO TO TO-AMOUNT.
012390     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012400     MOVE 'ACCOUNTS FLAGGED - LARGE VALUE:' TO TO-CAPTION.
012410     MOVE DL260-LARGE-COUNT TO TO-COUNT.
012420     MOVE ZERO TO TO-AMOUNT.
012430     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012440     MOVE 'ACCOUNTS FLAGGED - STRUCTURING:' TO TO-CAPTION.
012450     MOVE DL260-STRUCTURED-COUNT TO TO-COUNT.
012460     MOVE ZERO TO TO-AMOUNT.
012470     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012480     MOVE 'ACCOUNTS FLAGGED:' TO TO-CAPTION.
012490     MOVE DL260-FLAGGED-COUNT TO TO-COUNT.
012500     MOVE ZERO TO TO-AMOUNT.
012510     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012520     MOVE 'TRIGGERING POSTINGS / AMOUNT:' TO TO-CAPTION.
012530     MOVE DL260-REPORTED-COUNT TO TO-COUNT.
012540     MOVE DL260-REPORTED-TOTAL TO TO-AMOUNT.
012550     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012560     MOVE 'FLAGGED ACCOUNTS NOT ON MASTER:' TO TO-CAPTION.
012570     MOVE DL260-NOT-ON-MASTER-COUNT TO TO-COUNT.
012580     MOVE ZERO TO TO-AMOUNT.
012590     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012600     MOVE 'ACCOUNTS PART SCANNED - TABLE FULL:' TO TO-CAPTION.
012610     MOVE DL260-OVERFLOW-COUNT TO TO-COUNT.
012620     MOVE ZERO TO TO-AMOUNT.
012630     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
012640     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-BLANK-LINE.
012650     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
012660     EVALUATE TRUE
012670         WHEN DL260-OVERFLOW-COUNT > ZERO
012680             MOVE 'REVIEW - SOME ACCOUNTS ONLY PARTLY SCANNED'
012690                 TO VD-VERDICT
012700             MOVE 4 TO RETURN-CODE
012710         WHEN DL260-FLAGGED-COUNT > ZERO
012720             MOVE 'ACCOUNTS FLAGGED - FILING FILE WRITTEN'
012730                 TO VD-VERDICT
012740             MOVE 4 TO RETURN-CODE
012741         WHEN DL260-MONTHLY-SCAN AND DL260-PERIOD-POSTINGS = ZERO
012742             MOVE 'REVIEW - NO POSTINGS IN THE MONTH SCANNED'
012743                 TO VD-VERDICT
012744             DISPLAY 'CMPLRPT - NO POSTINGS IN ' DL260-SCAN-MONTH
012745                 ' - CHECK THE MONTH SCANNED'
012746             MOVE 4 TO RETURN-CODE
012750         WHEN OTHER
012760             MOVE 'NOTHING TO REPORT' TO VD-VERDICT
012770     END-EVALUATE.
012780     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-VERDICT-LINE.
012790     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
012800     IF DL260-DAILY-SCAN
012810         CLOSE AUDIT-IN
012820         IF DL260-AUDIT-IN-STATUS NOT = '00'
012830             MOVE 'AUDIT-IN' TO DL260-ABEND-FILE-NAME
012840             MOVE DL260-AUDIT-IN-STATUS TO DL260-ABEND-FILE-STATUS
012850             PERFORM 9999-ABEND-PARAGRAPH
012860         END-IF
012870     END-IF.
012880     CLOSE AUDIT-HISTORY.
012890     IF DL260-AUDIT-HST-STATUS NOT = '00'
012900         MOVE 'AUDIT-HIST' TO DL260-ABEND-FILE-NAME
012910         MOVE DL260-AUDIT-HST-STATUS TO DL260-ABEND-FILE-STATUS
012920         PERFORM 9999-ABEND-PARAGRAPH
012930     END-IF.
012940     CLOSE CUSTOMER-MASTER.
012950     IF DL260-CUST-MST-STATUS NOT = '00'
012960         MOVE 'CUST-MASTER' TO DL260-ABEND-FILE-NAME
012970         MOVE DL260-CUST-MST-STATUS TO DL260-ABEND-FILE-STATUS
012980         PERFORM 9999-ABEND-PARAGRAPH
012990     END-IF.
013000     CLOSE FILING-OUT.
013010     IF DL260-FILING-STATUS NOT = '00'
013020         MOVE 'FILING-OUT' TO DL260-ABEND-FILE-NAME
013030         MOVE DL260-FILING-STATUS TO DL260-ABEND-FILE-STATUS
013040         PERFORM 9999-ABEND-PARAGRAPH
013050     END-IF.
013060     CLOSE COMPLIANCE-REPORT.
013070     IF DL260-CMPL-RPT-STATUS NOT = '00'
013080         MOVE 'CMPL-REPORT' TO DL260-ABEND-FILE-NAME
013090         MOVE DL260-CMPL-RPT-STATUS TO DL260-ABEND-FILE-STATUS
013100         PERFORM 9999-ABEND-PARAGRAPH
013110     END-IF.
013120     MOVE 39 TO DL260-MESSAGE-NUMBER.
013130     DISPLAY DL100-MESSAGE-ENTRY (DL260-MESSAGE-NUMBER)
013140         ' - ACCOUNTS FLAGGED: ' DL260-FLAGGED-COUNT
013150         ' POSTINGS: ' DL260-REPORTED-COUNT.
013160 3000-EXIT.
013170     EXIT.
013180*
013190******************************************************************
013200*    3100-WRITE-TOTAL-LINE - WRITE ONE CAPTION/COUNT/AMOUNT      *
013210*    LINE.                                                       *
013220******************************************************************
013230 3100-WRITE-TOTAL-LINE.
013240     WRITE COMPLIANCE-REPORT-RECORD FROM DL260-TOTAL-LINE.
013250     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
013260 3100-EXIT.
013270     EXIT.
013280*
013290******************************************************************
013300*    8200-DATE-TO-SERIAL - TURN A CIVIL DATE (YYYYMMDD) INTO A   *
013310*    DAY COUNT SO TWO DATES SUBTRACT TO A NUMBER OF DAYS, AS     *
013320*    SUSPAGE DOES.  365 PER ELAPSED YEAR, PLUS ONE PER ELAPSED   *
013330*    LEAP YEAR, PLUS THE DAYS BEFORE THE MONTH, PLUS ONE MORE    *
013340*    WHEN THE YEAR ITSELF IS A LEAP YEAR AND THE DATE IS PAST    *
013350*    FEBRUARY.  ONLY DIFFERENCES ARE EVER USED.                  *
013360******************************************************************
013370 8200-DATE-TO-SERIAL.
013380     MOVE ZERO TO DL260-PRIOR-YEAR.
013390     SUBTRACT 1 FROM DL260-CONV-YEAR GIVING DL260-PRIOR-YEAR.
013400     DIVIDE DL260-PRIOR-YEAR BY 4
013410         GIVING DL260-LEAP-COUNT.
013420     DIVIDE DL260-PRIOR-YEAR BY 100
013430         GIVING DL260-LEAP-WORK.
013440     SUBTRACT DL260-LEAP-WORK FROM DL260-LEAP-COUNT.
013450     DIVIDE DL260-PRIOR-YEAR BY 400
013460         GIVING DL260-LEAP-WORK.
013470     ADD DL260-LEAP-WORK TO DL260-LEAP-COUNT.
013480     MOVE ZERO TO DL260-CONV-SERIAL.
013490     COMPUTE DL260-CONV-SERIAL =
013500         DL260-CONV-YEAR * 365 + DL260-LEAP-COUNT
013510             + DL260-DAYS-BEFORE-MONTH (DL260-CONV-MONTH)
013520             + DL260-CONV-DAY.
013530     IF DL260-CONV-MONTH > 2
013540         DIVIDE DL260-CONV-YEAR BY 4
013550             GIVING DL260-LEAP-QUOTIENT
013560             REMAINDER DL260-LEAP-REMAINDER
013570         IF DL260-LEAP-REMAINDER = ZERO
013580             DIVIDE DL260-CONV-YEAR BY 100
013590                 GIVING DL260-LEAP-QUOTIENT
013600                 REMAINDER DL260-LEAP-REMAINDER
013610             IF DL260-LEAP-REMAINDER NOT = ZERO
013620                 ADD 1 TO DL260-CONV-SERIAL
013630             ELSE
013640                 DIVIDE DL260-CONV-YEAR BY 400
013650                     GIVING DL260-LEAP-QUOTIENT
013660                     REMAINDER DL260-LEAP-REMAINDER
013670                 IF DL260-LEAP-REMAINDER = ZERO
013680                     ADD 1 TO DL260-CONV-SERIAL
013690                 END-IF
013700             END-IF
013710         END-IF
013720     END-IF.
013730 8200-EXIT.
013740     EXIT.
013750*
013760******************************************************************
013770*    8300-BACK-ONE-DAY - STEP DL260-CONV-DATE BACK ONE CALENDAR  *
013780*    DAY, ACROSS MONTH AND YEAR ENDS.                            *
013790******************************************************************
013800 8300-BACK-ONE-DAY.
013810     IF DL260-CONV-DAY > 1
013820         SUBTRACT 1 FROM DL260-CONV-DAY
013830         GO TO 8300-EXIT
013840     END-IF.
013850     IF DL260-CONV-MONTH > 1
013860         SUBTRACT 1 FROM DL260-CONV-MONTH
013870     ELSE
013880         MOVE 12 TO DL260-CONV-MONTH
013890         SUBTRACT 1 FROM DL260-CONV-YEAR
013900     END-IF.
013910     PERFORM 8310-SET-DAYS-IN-MONTH THRU 8310-EXIT.
013920     MOVE DL260-DAYS-IN-MONTH TO DL260-CONV-DAY.
013930 8300-EXIT.
013940     EXIT.
013950*
013960******************************************************************
013970*    8310-SET-DAYS-IN-MONTH - THE NUMBER OF DAYS IN THE MONTH OF *
013980*    DL260-CONV-DATE, FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE  *
013990*    BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).               *
014000******************************************************************
014010 8310-SET-DAYS-IN-MONTH.
014020     EVALUATE DL260-CONV-MONTH
014030         WHEN 1
014040         WHEN 3
014050         WHEN 5
014060         WHEN 7
014070         WHEN 8
014080         WHEN 10
014090         WHEN 12
014100             MOVE 31 TO DL260-DAYS-IN-MONTH
014110         WHEN 4
014120         WHEN 6
014130         WHEN 9
014140         WHEN 11
014150             MOVE 30 TO DL260-DAYS-IN-MONTH
014160         WHEN OTHER
014170             MOVE 28 TO DL260-DAYS-IN-MONTH
014180             DIVIDE DL260-CONV-YEAR BY 4
014190                 GIVING DL260-LEAP-QUOTIENT
014200                 REMAINDER DL260-LEAP-REMAINDER
014210             IF DL260-LEAP-REMAINDER = ZERO
014220                 DIVIDE DL260-CONV-YEAR BY 100
014230                     GIVING DL260-LEAP-QUOTIENT
014240                     REMAINDER DL260-LEAP-REMAINDER
014250                 IF DL260-LEAP-REMAINDER NOT = ZERO
014260                     MOVE 29 TO DL260-DAYS-IN-MONTH
014270                 ELSE
014280                     DIVIDE DL260-CONV-YEAR BY 400
014290                         GIVING DL260-LEAP-QUOTIENT
014300                         REMAINDER DL260-LEAP-REMAINDER
014310                     IF DL260-LEAP-REMAINDER = ZERO
014320                         MOVE 29 TO DL260-DAYS-IN-MONTH
014330                     END-IF
014340                 END-IF
014350             END-IF
014360     END-EVALUATE.
014370 8310-EXIT.
014380     EXIT.
014390*
014400******************************************************************
014410*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
014420*    STATUS.                                                     *
014430******************************************************************
014440 9999-ABEND-PARAGRAPH.
014450     MOVE 4 TO DL260-MESSAGE-NUMBER.
014460     DISPLAY DL100-MESSAGE-ENTRY (DL260-MESSAGE-NUMBER).
014470     DISPLAY 'ABEND - FILE: ' DL260-ABEND-FILE-NAME
014480             ' STATUS: ' DL260-ABEND-FILE-STATUS
014490             ' ACCOUNT: ' DL260-CURRENT-ACCOUNT.
014500     MOVE 16 TO RETURN-CODE.
014510     STOP RUN.
