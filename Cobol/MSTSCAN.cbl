000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   MSTSCAN                                       *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  WEEKLY CUSTOMER MASTER INTEGRITY SCAN (DL280).    *
000100*    THE FIELD EDITS ONLY EVER SEE A RECORD ON ITS WAY IN, AND   *
000110*    THE TRIAL BALANCE PROVES ONLY TOTALS, SO THIS PASSES THE    *
000120*    WHOLE MASTER AND LISTS WHAT IS ALREADY WRONG ON IT:         *
000130*      01  A CLOSED ACCOUNT STILL CARRYING A BALANCE             *
000140*      02  A BALANCE THAT IS NOT NUMERIC                         *
000150*      03  A STATUS CODE OTHER THAN A/I/C/D                      *
000160*      04  A LAST ACTIVITY DATE THAT IS NOT A VALID DATE         *
000170*      05  A LAST ACTIVITY DATE LATER THAN TODAY                 *
000180*      06  AN ACTIVE ACCOUNT WITH ADDRESS LINE 1 BLANK           *
000190*      07  AN ACTIVE ACCOUNT WITH A POSTAL CODE TRANNAM WOULD    *
000200*          REJECT                                                *
000210*      08  LIKELY DUPLICATE CUSTOMERS - THE SAME NAME AND POSTAL *
000220*          CODE UNDER DIFFERENT ACCOUNT NUMBERS, FOUND FROM A    *
000230*          COPY OF THE MASTER THE JOB SORTS INTO NAME ORDER.     *
000240*    TYPES 01-05 ARE SERIOUS - THEY ARE DAMAGE, NOT UNTIDINESS.  *
000250*    THE REPORT LISTS EVERY EXCEPTION FOR DATA ENTRY TO WORK     *
000260*    DOWN, THEN THE COUNT BY TYPE BESIDE LAST WEEK'S.  LAST      *
000270*    WEEK'S COUNTS COME IN ON INTGFWD AND THIS WEEK'S GO OUT ON  *
000280*    INTGNEW, WHICH THE JOB ROLLS FORWARD, AS TRIALBAL DOES WITH *
000290*    ITS BALANCE-FORWARD FILE.  RC 0 = SERIOUS COUNT NOT UP,     *
000300*    RC 4 = FIRST SCAN (BASELINE ESTABLISHED), RC 8 = MORE       *
000310*    SERIOUS EXCEPTIONS THAN LAST WEEK, RC 16 = FILE FAILURE.    *
000320*                                                                *
000330*    MODIFICATION HISTORY.                                       *
000340*    DATE       INIT DESCRIPTION                                 *
000350*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000353*    10/15/2026 JM   CUSTOMER MASTER GREW 147 TO 156 WITH THE   *
000356*                   RETURNED-MAIL FIELDS.                       *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. MSTSCAN.
000400 AUTHOR. J. MATELAT.
000410 INSTALLATION. EDD BATCH SYSTEMS.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-Z.
000480 OBJECT-COMPUTER. IBM-Z.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CUSTOMER-MASTER
000520         ASSIGN TO CUSTMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CR-ACCOUNT-NUMBER
000560         FILE STATUS IS DL280-CUST-MST-STATUS.
000570*
000580     SELECT NAME-SORTED-IN
000590         ASSIGN TO NAMESRT
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS DL280-NAME-SRT-STATUS.
000630*
000640     SELECT OPTIONAL COUNTS-FWD-IN
000650         ASSIGN TO INTGFWD
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS DL280-CNT-FWD-STATUS.
000690*
000700     SELECT COUNTS-NEW-OUT
000710         ASSIGN TO INTGNEW
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS DL280-CNT-NEW-STATUS.
000750*
000760     SELECT SCAN-REPORT
000770         ASSIGN TO SCANRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS DL280-SCAN-RPT-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*
000850 FD  CUSTOMER-MASTER
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 156 CHARACTERS.
000880 01  CUSTOMER-MASTER-RECORD.
000890     COPY CUSTOMER-RECORD.
000900*
000910*    THE SAME MASTER RECORDS, SORTED BY THE JOB ON NAME, POSTAL
000920*    CODE, AND ACCOUNT NUMBER SO LIKELY DUPLICATES ARE ADJACENT.
000930 FD  NAME-SORTED-IN
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 156 CHARACTERS.
000960 01  NAME-SORTED-RECORD          PIC X(156).
000970*
000980*    THE COUNTS-FORWARD RECORD CARRIES ONE WEEK'S EXCEPTION
000990*    COUNTS TO THE NEXT WEEK'S SCAN.  THE MSTSCANJ COPY STEP
001000*    ROLLS INTGNEW OVER INTGFWD AFTER EVERY RUN, SO BOTH FILES
001010*    SHARE THIS ONE LAYOUT.  THE TYPE COUNTS ARE IN TYPE ORDER.
001020 FD  COUNTS-FWD-IN
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  COUNTS-FWD-IN-RECORD.
001060     05  FI-SCAN-DATE            PIC 9(08).
001070     05  FI-RECORD-COUNT         PIC 9(07).
001080     05  FI-SERIOUS-TOTAL        PIC 9(07).
001090     05  FI-TYPE-COUNT           PIC 9(07) OCCURS 8 TIMES.
001100     05  FILLER                  PIC X(02).
001110*
001120 FD  COUNTS-NEW-OUT
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  COUNTS-NEW-OUT-RECORD.
001160     05  FO-SCAN-DATE            PIC 9(08).
001170     05  FO-RECORD-COUNT         PIC 9(07).
001180     05  FO-SERIOUS-TOTAL        PIC 9(07).
001190     05  FO-TYPE-COUNT           PIC 9(07) OCCURS 8 TIMES.
001200     05  FILLER                  PIC X(02).
001210*
001220 FD  SCAN-REPORT
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 133 CHARACTERS.
001250 01  SCAN-REPORT-RECORD          PIC X(133).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290 COPY MESSAGES.
001300*
001310 01  DL280-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001320*
001330 01  DL280-FILE-STATUS-FIELDS.
001340     05  DL280-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001350     05  DL280-NAME-SRT-STATUS       PIC X(02) VALUE '00'.
001360     05  DL280-CNT-FWD-STATUS        PIC X(02) VALUE '00'.
001370     05  DL280-CNT-NEW-STATUS        PIC X(02) VALUE '00'.
001380     05  DL280-SCAN-RPT-STATUS       PIC X(02) VALUE '00'.
001390*
001400 01  DL280-ABEND-FIELDS.
001410     05  DL280-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001420     05  DL280-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001430*
001440 01  DL280-SWITCHES.
001450     05  DL280-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001460         88  DL280-MASTER-AT-END         VALUE 'Y'.
001470         88  DL280-MASTER-NOT-AT-END     VALUE 'N'.
001480     05  DL280-SORTED-EOF-SWITCH     PIC X(01) VALUE 'N'.
001490         88  DL280-SORTED-AT-END         VALUE 'Y'.
001500         88  DL280-SORTED-NOT-AT-END     VALUE 'N'.
001510     05  DL280-FORWARD-SWITCH        PIC X(01) VALUE 'N'.
001520         88  DL280-FORWARD-PRESENT       VALUE 'Y'.
001530     05  DL280-GROUP-SWITCH          PIC X(01) VALUE 'N'.
001540         88  DL280-GROUP-REPORTED        VALUE 'Y'.
001550     05  DL280-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
001560         88  DL280-DATE-VALID            VALUE 'Y'.
001570         88  DL280-DATE-NOT-VALID        VALUE 'N'.
001580     05  DL280-POSTAL-VALID-SWITCH   PIC X(01) VALUE 'Y'.
001590         88  DL280-POSTAL-VALID          VALUE 'Y'.
001600         88  DL280-POSTAL-NOT-VALID      VALUE 'N'.
001610*
001620 01  DL280-RUN-DATE                  PIC 9(08) VALUE ZERO.
001630*
001640 01  DL280-COUNTERS.
001650     05  DL280-RECORD-COUNT          PIC 9(07) VALUE ZERO.
001660     05  DL280-SORTED-COUNT          PIC 9(07) VALUE ZERO.
001670     05  DL280-EXCEPTION-TOTAL       PIC 9(07) VALUE ZERO.
001680     05  DL280-SERIOUS-TOTAL         PIC 9(07) VALUE ZERO.
001690     05  DL280-LAST-SERIOUS-TOTAL    PIC 9(07) VALUE ZERO.
001700     05  DL280-LAST-RECORD-COUNT     PIC 9(07) VALUE ZERO.
001710     05  DL280-LAST-SCAN-DATE        PIC 9(08) VALUE ZERO.
001720*
001730*    THE EXCEPTION TYPES, IN REPORT ORDER - THE DESCRIPTION, AND
001740*    'S' WHEN THE TYPE IS SERIOUS.  THE SUBSCRIPT IS THE TYPE
001750*    NUMBER PRINTED ON THE REPORT.
001760 01  DL280-TYPE-DATA.
001770     05  FILLER  PIC X(37) VALUE
001780         'CLOSED ACCOUNT CARRYING A BALANCE   S'.
001790     05  FILLER  PIC X(37) VALUE
001800         'BALANCE NOT NUMERIC                 S'.
001810     05  FILLER  PIC X(37) VALUE
001820         'STATUS CODE NOT A/I/C/D             S'.
001830     05  FILLER  PIC X(37) VALUE
001840         'LAST ACTIVITY DATE NOT VALID        S'.
001850     05  FILLER  PIC X(37) VALUE
001860         'LAST ACTIVITY DATE IN THE FUTURE    S'.
001870     05  FILLER  PIC X(37) VALUE
001880         'ACTIVE - ADDRESS LINE 1 BLANK        '.
001890     05  FILLER  PIC X(37) VALUE
001900         'ACTIVE - POSTAL CODE NOT VALID       '.
001910     05  FILLER  PIC X(37) VALUE
001920         'POSSIBLE DUPLICATE CUSTOMER          '.
001930 01  DL280-TYPE-TABLE REDEFINES DL280-TYPE-DATA.
001940     05  DL280-TYPE-ENTRY            OCCURS 8 TIMES.
001950         10  DL280-TYPE-DESCRIPTION  PIC X(36).
001960         10  DL280-TYPE-SEVERITY     PIC X(01).
001970             88  DL280-TYPE-SERIOUS      VALUE 'S'.
001980*
001990 01  DL280-TYPE-COUNTS.
002000     05  DL280-TYPE-MAX              PIC 9(02) COMP VALUE 8.
002010     05  DL280-TYPE-SUB              PIC 9(02) COMP VALUE ZERO.
002020     05  DL280-TYPE-COUNT            PIC 9(07) OCCURS 8 TIMES.
002030     05  DL280-LAST-TYPE-COUNT       PIC 9(07) OCCURS 8 TIMES.
002040*
002050*    ONE EXCEPTION ON ITS WAY TO THE REPORT - THE TYPE, AND THE
002060*    OFFENDING VALUE AS IT STANDS ON THE RECORD.
002070 01  DL280-EXCEPTION-FIELDS.
002080     05  DL280-EXC-TYPE              PIC 9(02) VALUE ZERO.
002090     05  DL280-EXC-VALUE             PIC X(24) VALUE SPACES.
002100     05  DL280-EDIT-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
002110*
002120*    THE DUPLICATE PASS - THE NAME AND POSTAL CODE OF THE GROUP
002130*    IN HAND, AND ITS FIRST RECORD, HELD UNTIL A SECOND RECORD
002140*    SHOWS THE GROUP IS WORTH LISTING.
002150 01  DL280-GROUP-FIELDS.
002160     05  DL280-GROUP-KEY.
002170         10  DL280-GROUP-NAME        PIC X(30) VALUE SPACES.
002180         10  DL280-GROUP-POSTAL      PIC X(09) VALUE SPACES.
002190     05  DL280-THIS-KEY.
002200         10  DL280-THIS-NAME         PIC X(30) VALUE SPACES.
002210         10  DL280-THIS-POSTAL       PIC X(09) VALUE SPACES.
002220     05  DL280-HELD-RECORD           PIC X(156) VALUE SPACES.
002230*
002240 01  DL280-EDIT-DATE-FIELDS.
002250     05  DL280-EDIT-DATE             PIC 9(08) VALUE ZERO.
002260     05  DL280-EDIT-DATE-SPLIT REDEFINES DL280-EDIT-DATE.
002270         10  DL280-EDIT-YEAR         PIC 9(04).
002280         10  DL280-EDIT-MONTH        PIC 9(02).
002290         10  DL280-EDIT-DAY          PIC 9(02).
002300     05  DL280-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
002310     05  DL280-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
002320     05  DL280-LEAP-REMAINDER        PIC 9(04) COMP VALUE ZERO.
002330*
002340*    A SORTED RECORD, LAID OUT AS A CUSTOMER RECORD.
002350 01  DL280-SORTED-CUSTOMER.
002360     COPY CUSTOMER-RECORD REPLACING
002370         ==CR-ACCOUNT-NUMBER== BY ==NS-ACCOUNT-NUMBER==
002380         ==CR-CUSTOMER-NAME== BY ==NS-CUSTOMER-NAME==
002390         ==CR-BALANCE== BY ==NS-BALANCE==
002400         ==CR-STATUS-CODE== BY ==NS-STATUS-CODE==
002410         ==CR-STATUS-ACTIVE== BY ==NS-STATUS-ACTIVE==
002420         ==CR-STATUS-INACTIVE== BY
002430         ==NS-STATUS-INACTIVE==
002440         ==CR-STATUS-CLOSED== BY ==NS-STATUS-CLOSED==
002450         ==CR-STATUS-DORMANT== BY
002460         ==NS-STATUS-DORMANT==
002470         ==CR-LAST-ACTIVITY-DATE== BY
002480         ==NS-LAST-ACTIVITY-DATE==
002490         ==CR-ADDRESS-LINE-1== BY ==NS-ADDRESS-LINE-1==
002500         ==CR-ADDRESS-LINE-2== BY ==NS-ADDRESS-LINE-2==
002510         ==CR-CITY== BY ==NS-CITY==
002520         ==CR-STATE-PROV== BY ==NS-STATE-PROV==
002530         ==CR-POSTAL-CODE== BY ==NS-POSTAL-CODE==
002540         ==CR-PHONE== BY ==NS-PHONE==
002541         ==CR-MAIL-STATUS== BY ==NS-MAIL-STATUS==
002542         ==CR-MAIL-DELIVERABLE== BY
002543         ==NS-MAIL-DELIVERABLE==
002544         ==CR-MAIL-UNDELIVERABLE== BY
002545         ==NS-MAIL-UNDELIVERABLE==
002546         ==CR-MAIL-RETURN-DATE== BY
002547         ==NS-MAIL-RETURN-DATE==.
002550*
002560 01  DL280-REPORT-HEADING-LINE.
002570     05  FILLER                      PIC X(01) VALUE '1'.
002580     05  FILLER                      PIC X(60) VALUE
002590         'EDD CUSTOMER MASTER INTEGRITY SCAN'.
002600     05  FILLER                      PIC X(06) VALUE 'DATE:'.
002610     05  HL-RUN-DATE                 PIC 9(08).
002620     05  FILLER                      PIC X(58) VALUE SPACES.
002630*
002640 01  DL280-SECTION-LINE.
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  SL-TEXT                     PIC X(60) VALUE SPACES.
002670     05  FILLER                      PIC X(72) VALUE SPACES.
002680*
002690 01  DL280-COLUMN-LINE.
002700     05  FILLER                      PIC X(01) VALUE SPACE.
002710     05  FILLER                      PIC X(12) VALUE 'ACCOUNT'.
002720     05  FILLER                      PIC X(32) VALUE 'NAME'.
002730     05  FILLER                      PIC X(03) VALUE 'ST'.
002740     05  FILLER                      PIC X(17) VALUE
002750         '        BALANCE'.
002760     05  FILLER                      PIC X(42) VALUE 'EXCEPTION'.
002770     05  FILLER                      PIC X(26) VALUE
002780         'VALUE ON FILE'.
002790*
002800 01  DL280-EXCEPTION-LINE.
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  XL-ACCOUNT                  PIC 9(10).
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  XL-NAME                     PIC X(30).
002850     05  FILLER                      PIC X(02) VALUE SPACES.
002860     05  XL-STATUS                   PIC X(01).
002870     05  FILLER                      PIC X(02) VALUE SPACES.
002880     05  XL-BALANCE                  PIC X(15).
002890     05  FILLER                      PIC X(02) VALUE SPACES.
002900     05  XL-TYPE                     PIC 9(02).
002910     05  FILLER                      PIC X(02) VALUE SPACES.
002920     05  XL-DESCRIPTION              PIC X(36).
002930     05  FILLER                      PIC X(02) VALUE SPACES.
002940     05  XL-VALUE                    PIC X(24).
002950     05  FILLER                      PIC X(02) VALUE SPACES.
002960*
002970 01  DL280-COUNT-COLUMN-LINE.
002980     05  FILLER                      PIC X(01) VALUE SPACE.
002990     05  FILLER                      PIC X(04) VALUE 'TYPE'.
003000     05  FILLER                      PIC X(38) VALUE 'EXCEPTION'.
003010     05  FILLER                      PIC X(10) VALUE 'SEVERITY'.
003020     05  FILLER                      PIC X(12) VALUE
003030         '   THIS WEEK'.
003040     05  FILLER                      PIC X(12) VALUE
003050         '   LAST WEEK'.
003060     05  FILLER                      PIC X(56) VALUE SPACES.
003070*
003080 01  DL280-COUNT-LINE.
003090     05  FILLER                      PIC X(01) VALUE SPACE.
003100     05  CL-TYPE                     PIC 9(02).
003110     05  FILLER                      PIC X(02) VALUE SPACES.
003120     05  CL-DESCRIPTION              PIC X(36).
003130     05  FILLER                      PIC X(02) VALUE SPACES.
003140     05  CL-SEVERITY                 PIC X(10).
003150     05  FILLER                      PIC X(05) VALUE SPACES.
003160     05  CL-THIS-WEEK                PIC ZZZ,ZZ9.
003170     05  FILLER                      PIC X(05) VALUE SPACES.
003180     05  CL-LAST-WEEK                PIC X(07).
003190     05  FILLER                      PIC X(56) VALUE SPACES.
003200*
003210 01  DL280-LAST-WEEK-EDIT            PIC ZZZ,ZZ9.
003220*
003230 01  DL280-TOTAL-LINE.
003240     05  FILLER                      PIC X(01) VALUE SPACE.
003250     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
003260     05  TO-COUNT                    PIC ZZZ,ZZ9.
003270     05  FILLER                      PIC X(89) VALUE SPACES.
003280*
003290 01  DL280-PRIOR-SCAN-LINE.
003300     05  FILLER                      PIC X(01) VALUE SPACE.
003310     05  FILLER                      PIC X(36) VALUE
003320         'LAST WEEK IS THE SCAN OF:'.
003330     05  PL-SCAN-DATE                PIC 9(08).
003340     05  FILLER                      PIC X(88) VALUE SPACES.
003350*
003360 01  DL280-VERDICT-LINE.
003370     05  FILLER                      PIC X(01) VALUE SPACE.
003380     05  VD-VERDICT                  PIC X(60) VALUE SPACES.
003390     05  FILLER                      PIC X(72) VALUE SPACES.
003400*
003410 01  DL280-BLANK-LINE                PIC X(133) VALUE SPACES.
003420*
003430 PROCEDURE DIVISION.
003440*
003450******************************************************************
003460*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE INTEGRITY SCAN.   *
003470******************************************************************
003480 0000-MAINLINE.
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     PERFORM 2000-SCAN-ONE-MASTER THRU 2000-EXIT
003510         UNTIL DL280-MASTER-AT-END.
003520     PERFORM 2400-START-DUPLICATE-PASS THRU 2400-EXIT.
003530     PERFORM 2500-CHECK-ONE-SORTED THRU 2500-EXIT
003540         UNTIL DL280-SORTED-AT-END.
003550     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
003560     STOP RUN.
003570*
003580******************************************************************
003590*    1000-INITIALIZE - PICK UP LAST WEEK'S COUNTS, OPEN THE      *
003600*    FILES, WRITE THE TOP OF THE REPORT, AND READ THE FIRST      *
003610*    MASTER RECORD.                                              *
003620******************************************************************
003630 1000-INITIALIZE.
003640     MOVE 43 TO DL280-MESSAGE-NUMBER.
003650     DISPLAY DL100-MESSAGE-ENTRY (DL280-MESSAGE-NUMBER).
003660     ACCEPT DL280-RUN-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1050-CLEAR-ONE-TYPE THRU 1050-EXIT
003680         VARYING DL280-TYPE-SUB FROM 1 BY 1
003690         UNTIL DL280-TYPE-SUB > DL280-TYPE-MAX.
003700     PERFORM 1100-READ-COUNTS-FORWARD THRU 1100-EXIT.
003710     OPEN INPUT CUSTOMER-MASTER.
003720     IF DL280-CUST-MST-STATUS NOT = '00'
003730         MOVE 'CUST-MASTER' TO DL280-ABEND-FILE-NAME
003740         MOVE DL280-CUST-MST-STATUS TO DL280-ABEND-FILE-STATUS
003750         PERFORM 9999-ABEND-PARAGRAPH
003760     END-IF.
003770     OPEN OUTPUT COUNTS-NEW-OUT.
003780     IF DL280-CNT-NEW-STATUS NOT = '00'
003790         MOVE 'COUNTS-NEW' TO DL280-ABEND-FILE-NAME
003800         MOVE DL280-CNT-NEW-STATUS TO DL280-ABEND-FILE-STATUS
003810         PERFORM 9999-ABEND-PARAGRAPH
003820     END-IF.
003830     OPEN OUTPUT SCAN-REPORT.
003840     IF DL280-SCAN-RPT-STATUS NOT = '00'
003850         MOVE 'SCAN-REPORT' TO DL280-ABEND-FILE-NAME
003860         MOVE DL280-SCAN-RPT-STATUS TO DL280-ABEND-FILE-STATUS
003870         PERFORM 9999-ABEND-PARAGRAPH
003880     END-IF.
003890     MOVE DL280-RUN-DATE TO HL-RUN-DATE.
003900     WRITE SCAN-REPORT-RECORD FROM DL280-REPORT-HEADING-LINE.
003910     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003920     MOVE 'RECORD BY RECORD EXCEPTIONS' TO SL-TEXT.
003930     WRITE SCAN-REPORT-RECORD FROM DL280-SECTION-LINE.
003940     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003950     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
003960     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003970     WRITE SCAN-REPORT-RECORD FROM DL280-COLUMN-LINE.
003980     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003990     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004000 1000-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*    1050-CLEAR-ONE-TYPE - ZERO ONE TYPE'S COUNTS.               *
004050******************************************************************
004060 1050-CLEAR-ONE-TYPE.
004070     MOVE ZERO TO DL280-TYPE-COUNT (DL280-TYPE-SUB)
004080         DL280-LAST-TYPE-COUNT (DL280-TYPE-SUB).
004090 1050-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    1100-READ-COUNTS-FORWARD - LAST WEEK'S COUNTS.  A MISSING   *
004140*    OR EMPTY FILE IS THE FIRST SCAN, WHICH SETS THE BASELINE.   *
004150******************************************************************
004160 1100-READ-COUNTS-FORWARD.
004170     OPEN INPUT COUNTS-FWD-IN.
004180     IF DL280-CNT-FWD-STATUS = '05'
004190         OR DL280-CNT-FWD-STATUS = '35'
004200         CLOSE COUNTS-FWD-IN
004210         GO TO 1100-EXIT
004220     END-IF.
004230     IF DL280-CNT-FWD-STATUS NOT = '00'
004240         MOVE 'COUNTS-FWD' TO DL280-ABEND-FILE-NAME
004250         MOVE DL280-CNT-FWD-STATUS TO DL280-ABEND-FILE-STATUS
004260         PERFORM 9999-ABEND-PARAGRAPH
004270     END-IF.
004280     READ COUNTS-FWD-IN
004290         AT END
004300             CONTINUE
004310         NOT AT END
004320             MOVE FI-SCAN-DATE TO DL280-LAST-SCAN-DATE
004330             MOVE FI-RECORD-COUNT TO DL280-LAST-RECORD-COUNT
004340             MOVE FI-SERIOUS-TOTAL TO DL280-LAST-SERIOUS-TOTAL
004350             PERFORM 1110-LOAD-ONE-LAST-COUNT THRU 1110-EXIT
004360                 VARYING DL280-TYPE-SUB FROM 1 BY 1
004370                 UNTIL DL280-TYPE-SUB > DL280-TYPE-MAX
004380             MOVE 'Y' TO DL280-FORWARD-SWITCH
004390     END-READ.
004400     IF DL280-CNT-FWD-STATUS NOT = '00'
004410         AND DL280-CNT-FWD-STATUS NOT = '10'
004420         MOVE 'COUNTS-FWD' TO DL280-ABEND-FILE-NAME
004430         MOVE DL280-CNT-FWD-STATUS TO DL280-ABEND-FILE-STATUS
004440         PERFORM 9999-ABEND-PARAGRAPH
004450     END-IF.
004460     CLOSE COUNTS-FWD-IN.
004470     IF DL280-CNT-FWD-STATUS NOT = '00'
004480         MOVE 'COUNTS-FWD' TO DL280-ABEND-FILE-NAME
004490         MOVE DL280-CNT-FWD-STATUS TO DL280-ABEND-FILE-STATUS
004500         PERFORM 9999-ABEND-PARAGRAPH
004510     END-IF.
004520 1100-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560*    1110-LOAD-ONE-LAST-COUNT - ONE OF LAST WEEK'S TYPE COUNTS.  *
004570******************************************************************
004580 1110-LOAD-ONE-LAST-COUNT.
004590     MOVE FI-TYPE-COUNT (DL280-TYPE-SUB)
004600         TO DL280-LAST-TYPE-COUNT (DL280-TYPE-SUB).
004610 1110-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650*    2000-SCAN-ONE-MASTER - RUN EVERY RECORD-LEVEL TEST OVER ONE *
004660*    MASTER RECORD, LISTING EACH FAILURE, AND READ THE NEXT.  A  *
004670*    BALANCE THAT IS NOT NUMERIC IS NOT ALSO TESTED FOR ZERO.    *
004680******************************************************************
004690 2000-SCAN-ONE-MASTER.
004700     ADD 1 TO DL280-RECORD-COUNT.
004710     IF CR-BALANCE IS NOT NUMERIC
004720         MOVE 2 TO DL280-EXC-TYPE
004730         MOVE CUSTOMER-MASTER-RECORD (41:11) TO DL280-EXC-VALUE
004740         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
004750     ELSE
004760         IF CR-STATUS-CLOSED AND CR-BALANCE NOT = ZERO
004770             MOVE 1 TO DL280-EXC-TYPE
004780             MOVE CR-BALANCE TO DL280-EDIT-BALANCE
004790             MOVE DL280-EDIT-BALANCE TO DL280-EXC-VALUE
004800             PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
004810         END-IF
004820     END-IF.
004830     IF NOT CR-STATUS-ACTIVE
004840         AND NOT CR-STATUS-INACTIVE
004850         AND NOT CR-STATUS-CLOSED
004860         AND NOT CR-STATUS-DORMANT
004870         MOVE 3 TO DL280-EXC-TYPE
004880         MOVE CR-STATUS-CODE TO DL280-EXC-VALUE
004890         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
004900     END-IF.
004910     PERFORM 2200-CHECK-ACTIVITY-DATE THRU 2200-EXIT.
004920     IF CR-STATUS-ACTIVE
004930         PERFORM 2300-CHECK-ADDRESS THRU 2300-EXIT
004940     END-IF.
004950     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004960 2000-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*    2100-LIST-MASTER-EXCEPTION - LIST ONE EXCEPTION FOR THE     *
005010*    MASTER RECORD IN HAND.                                      *
005020******************************************************************
005030 2100-LIST-MASTER-EXCEPTION.
005040     MOVE CR-ACCOUNT-NUMBER TO XL-ACCOUNT.
005050     MOVE CR-CUSTOMER-NAME TO XL-NAME.
005060     MOVE CR-STATUS-CODE TO XL-STATUS.
005070     IF CR-BALANCE IS NUMERIC
005080         MOVE CR-BALANCE TO DL280-EDIT-BALANCE
005090         MOVE DL280-EDIT-BALANCE TO XL-BALANCE
005100     ELSE
005110         MOVE CUSTOMER-MASTER-RECORD (41:11) TO XL-BALANCE
005120     END-IF.
005130     PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT.
005140 2100-EXIT.
005150     EXIT.
005160*
005170******************************************************************
005180*    2150-WRITE-EXCEPTION - FINISH AND WRITE ONE EXCEPTION LINE  *
005190*    AND COUNT IT UNDER ITS TYPE.                                *
005200******************************************************************
005210 2150-WRITE-EXCEPTION.
005220     MOVE DL280-EXC-TYPE TO XL-TYPE.
005230     MOVE DL280-TYPE-DESCRIPTION (DL280-EXC-TYPE)
005240         TO XL-DESCRIPTION.
005250     MOVE DL280-EXC-VALUE TO XL-VALUE.
005260     WRITE SCAN-REPORT-RECORD FROM DL280-EXCEPTION-LINE.
005270     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005280     ADD 1 TO DL280-TYPE-COUNT (DL280-EXC-TYPE).
005290     ADD 1 TO DL280-EXCEPTION-TOTAL.
005300     IF DL280-TYPE-SERIOUS (DL280-EXC-TYPE)
005310         ADD 1 TO DL280-SERIOUS-TOTAL
005320     END-IF.
005330     MOVE SPACES TO DL280-EXC-VALUE.
005340 2150-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380*    2200-CHECK-ACTIVITY-DATE - THE LAST ACTIVITY DATE MUST BE A *
005390*    REAL CALENDAR DATE, BY THE SAME RULE TRANEDIT APPLIES ON    *
005400*    THE WAY IN, AND NOT LATER THAN TODAY.                       *
005410******************************************************************
005420 2200-CHECK-ACTIVITY-DATE.
005430     IF CR-LAST-ACTIVITY-DATE IS NOT NUMERIC
005440         MOVE 4 TO DL280-EXC-TYPE
005450         MOVE CUSTOMER-MASTER-RECORD (53:8) TO DL280-EXC-VALUE
005460         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
005470         GO TO 2200-EXIT
005480     END-IF.
005490     MOVE CR-LAST-ACTIVITY-DATE TO DL280-EDIT-DATE.
005500     PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT.
005510     IF DL280-DATE-NOT-VALID
005520         MOVE 4 TO DL280-EXC-TYPE
005530         MOVE CR-LAST-ACTIVITY-DATE TO DL280-EXC-VALUE
005540         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
005550         GO TO 2200-EXIT
005560     END-IF.
005570     IF CR-LAST-ACTIVITY-DATE > DL280-RUN-DATE
005580         MOVE 5 TO DL280-EXC-TYPE
005590         MOVE CR-LAST-ACTIVITY-DATE TO DL280-EXC-VALUE
005600         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
005610     END-IF.
005620 2200-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    2300-CHECK-ADDRESS - AN ACTIVE ACCOUNT MUST BE MAILABLE:    *
005670*    ADDRESS LINE 1 PRESENT AND A POSTAL CODE TRANNAM WOULD      *
005680*    ACCEPT.                                                     *
005690******************************************************************
005700 2300-CHECK-ADDRESS.
005710     IF CR-ADDRESS-LINE-1 = SPACES
005720         MOVE 6 TO DL280-EXC-TYPE
005730         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
005740     END-IF.
005750     PERFORM 8200-EDIT-POSTAL-CODE THRU 8200-EXIT.
005760     IF DL280-POSTAL-NOT-VALID
005770         MOVE 7 TO DL280-EXC-TYPE
005780         MOVE CR-POSTAL-CODE TO DL280-EXC-VALUE
005790         PERFORM 2100-LIST-MASTER-EXCEPTION THRU 2100-EXIT
005800     END-IF.
005810 2300-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850*    2400-START-DUPLICATE-PASS - CLOSE THE MASTER, OPEN THE      *
005860*    NAME-SORTED COPY, START THE DUPLICATE SECTION OF THE        *
005870*    REPORT, AND READ THE FIRST SORTED RECORD.                   *
005880******************************************************************
005890 2400-START-DUPLICATE-PASS.
005900     CLOSE CUSTOMER-MASTER.
005910     IF DL280-CUST-MST-STATUS NOT = '00'
005920         MOVE 'CUST-MASTER' TO DL280-ABEND-FILE-NAME
005930         MOVE DL280-CUST-MST-STATUS TO DL280-ABEND-FILE-STATUS
005940         PERFORM 9999-ABEND-PARAGRAPH
005950     END-IF.
005960     OPEN INPUT NAME-SORTED-IN.
005970     IF DL280-NAME-SRT-STATUS NOT = '00'
005980         MOVE 'NAME-SORTED' TO DL280-ABEND-FILE-NAME
005990         MOVE DL280-NAME-SRT-STATUS TO DL280-ABEND-FILE-STATUS
006000         PERFORM 9999-ABEND-PARAGRAPH
006010     END-IF.
006020     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
006030     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
006040     MOVE 'POSSIBLE DUPLICATES - SAME NAME AND POSTAL CODE'
006050         TO SL-TEXT.
006060     WRITE SCAN-REPORT-RECORD FROM DL280-SECTION-LINE.
006070     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
006080     PERFORM 2910-READ-SORTED THRU 2910-EXIT.
006090 2400-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130*    2500-CHECK-ONE-SORTED - COMPARE ONE SORTED RECORD WITH THE  *
006140*    GROUP IN HAND.  THE SECOND RECORD OF A GROUP LISTS THE      *
006150*    HELD FIRST ONE AND ITSELF; LATER ONES LIST ONLY THEMSELVES. *
006160*    A BLANK NAME IS NOT A CUSTOMER TO MATCH ON.                 *
006170******************************************************************
006180 2500-CHECK-ONE-SORTED.
006190     MOVE NAME-SORTED-RECORD TO DL280-SORTED-CUSTOMER.
006200     IF NS-CUSTOMER-NAME = SPACES
006210         PERFORM 2910-READ-SORTED THRU 2910-EXIT
006220         GO TO 2500-EXIT
006230     END-IF.
006240     MOVE NS-CUSTOMER-NAME TO DL280-THIS-NAME.
006250     MOVE NS-POSTAL-CODE TO DL280-THIS-POSTAL.
006260     IF DL280-THIS-KEY NOT = DL280-GROUP-KEY
006270         MOVE DL280-THIS-KEY TO DL280-GROUP-KEY
006280         MOVE NAME-SORTED-RECORD TO DL280-HELD-RECORD
006290         MOVE 'N' TO DL280-GROUP-SWITCH
006300         PERFORM 2910-READ-SORTED THRU 2910-EXIT
006310         GO TO 2500-EXIT
006320     END-IF.
006330     IF NOT DL280-GROUP-REPORTED
006340         WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE
006350         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
006360         MOVE DL280-HELD-RECORD TO DL280-SORTED-CUSTOMER
006370         PERFORM 2510-LIST-DUPLICATE THRU 2510-EXIT
006380         MOVE NAME-SORTED-RECORD TO DL280-SORTED-CUSTOMER
006390         MOVE 'Y' TO DL280-GROUP-SWITCH
006400     END-IF.
006410     PERFORM 2510-LIST-DUPLICATE THRU 2510-EXIT.
006420     PERFORM 2910-READ-SORTED THRU 2910-EXIT.
006430 2500-EXIT.
006440     EXIT.
006450*
006460******************************************************************
006470*    2510-LIST-DUPLICATE - LIST ONE ACCOUNT OF A DUPLICATE       *
006480*    GROUP, WITH ITS POSTAL CODE AND ADDRESS LINE 1 SO DATA      *
006490*    ENTRY CAN TELL A TRUE DUPLICATE FROM A NAMESAKE.            *
006500******************************************************************
006510 2510-LIST-DUPLICATE.
006520     MOVE NS-ACCOUNT-NUMBER TO XL-ACCOUNT.
006530     MOVE NS-CUSTOMER-NAME TO XL-NAME.
006540     MOVE NS-STATUS-CODE TO XL-STATUS.
006550     IF NS-BALANCE IS NUMERIC
006560         MOVE NS-BALANCE TO DL280-EDIT-BALANCE
006570         MOVE DL280-EDIT-BALANCE TO XL-BALANCE
006580     ELSE
006590         MOVE DL280-SORTED-CUSTOMER (41:11) TO XL-BALANCE
006600     END-IF.
006610     MOVE 8 TO DL280-EXC-TYPE.
006620     MOVE NS-POSTAL-CODE TO DL280-EXC-VALUE (1:9).
006630     MOVE NS-ADDRESS-LINE-1 (1:14) TO DL280-EXC-VALUE (11:14).
006640     PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT.
006650 2510-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    2900-READ-MASTER - THE ONE PLACE THAT READS THE MASTER.     *
006700******************************************************************
006710 2900-READ-MASTER.
006720     READ CUSTOMER-MASTER
006730         AT END
006740             MOVE 'Y' TO DL280-MASTER-EOF-SWITCH
006750         NOT AT END
006760             CONTINUE
006770     END-READ.
006780     IF DL280-CUST-MST-STATUS NOT = '00'
006790         AND DL280-CUST-MST-STATUS NOT = '10'
006800         MOVE 'CUST-MASTER' TO DL280-ABEND-FILE-NAME
006810         MOVE DL280-CUST-MST-STATUS TO DL280-ABEND-FILE-STATUS
006820         PERFORM 9999-ABEND-PARAGRAPH
006830     END-IF.
006840 2900-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880*    2910-READ-SORTED - THE ONE PLACE THAT READS THE NAME-SORTED *
006890*    COPY OF THE MASTER.                                         *
006900******************************************************************
006910 2910-READ-SORTED.
006920     READ NAME-SORTED-IN
006930         AT END
006940             MOVE 'Y' TO DL280-SORTED-EOF-SWITCH
006950         NOT AT END
006960             ADD 1 TO DL280-SORTED-COUNT
006970     END-READ.
006980     IF DL280-NAME-SRT-STATUS NOT = '00'
006990         AND DL280-NAME-SRT-STATUS NOT = '10'
007000         MOVE 'NAME-SORTED' TO DL280-ABEND-FILE-NAME
007010         MOVE DL280-NAME-SRT-STATUS TO DL280-ABEND-FILE-STATUS
007020         PERFORM 9999-ABEND-PARAGRAPH
007030     END-IF.
007040 2910-EXIT.
007050     EXIT.
007060*
007070******************************************************************
007080*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
007090*    REPORT LINE WRITTEN.                                        *
007100******************************************************************
007110 2950-CHECK-REPORT-WRITE.
007120     IF DL280-SCAN-RPT-STATUS NOT = '00'
007130         MOVE 'SCAN-REPORT' TO DL280-ABEND-FILE-NAME
007140         MOVE DL280-SCAN-RPT-STATUS TO DL280-ABEND-FILE-STATUS
007150         PERFORM 9999-ABEND-PARAGRAPH
007160     END-IF.
007170 2950-EXIT.
007180     EXIT.
007190*
007200******************************************************************
007210*    3000-WRAP-UP - WRITE THIS WEEK'S COUNTS FORWARD, PRINT THE  *
007220*    COUNTS BY TYPE BESIDE LAST WEEK'S AND THE VERDICT, CLOSE,   *
007230*    AND SET THE RETURN CODE.                                    *
007240******************************************************************
007250 3000-WRAP-UP.
007260     CLOSE NAME-SORTED-IN.
007270     IF DL280-NAME-SRT-STATUS NOT = '00'
007280         MOVE 'NAME-SORTED' TO DL280-ABEND-FILE-NAME
007290         MOVE DL280-NAME-SRT-STATUS TO DL280-ABEND-FILE-STATUS
007300         PERFORM 9999-ABEND-PARAGRAPH
007310     END-IF.
007320     IF DL280-SORTED-COUNT NOT = DL280-RECORD-COUNT
007330         DISPLAY 'MSTSCAN - SORTED COPY HAS ' DL280-SORTED-COUNT
007340             ' RECORDS, MASTER HAS ' DL280-RECORD-COUNT
007350             ' - DUPLICATE CHECK MAY BE INCOMPLETE'
007360     END-IF.
007370     MOVE SPACES TO COUNTS-NEW-OUT-RECORD.
007380     MOVE DL280-RUN-DATE TO FO-SCAN-DATE.
007390     MOVE DL280-RECORD-COUNT TO FO-RECORD-COUNT.
007400     MOVE DL280-SERIOUS-TOTAL TO FO-SERIOUS-TOTAL.
007410     PERFORM 3050-SAVE-ONE-COUNT THRU 3050-EXIT
007420         VARYING DL280-TYPE-SUB FROM 1 BY 1
007430         UNTIL DL280-TYPE-SUB > DL280-TYPE-MAX.
007440     WRITE COUNTS-NEW-OUT-RECORD.
007450     IF DL280-CNT-NEW-STATUS NOT = '00'
007460         MOVE 'COUNTS-NEW' TO DL280-ABEND-FILE-NAME
007470         MOVE DL280-CNT-NEW-STATUS TO DL280-ABEND-FILE-STATUS
007480         PERFORM 9999-ABEND-PARAGRAPH
007490     END-IF.
007500     CLOSE COUNTS-NEW-OUT.
007510     IF DL280-CNT-NEW-STATUS NOT = '00'
007520         MOVE 'COUNTS-NEW' TO DL280-ABEND-FILE-NAME
007530         MOVE DL280-CNT-NEW-STATUS TO DL280-ABEND-FILE-STATUS
007540         PERFORM 9999-ABEND-PARAGRAPH
007550     END-IF.
007560     IF DL280-TYPE-COUNT (8) = ZERO
007570         WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE
007580         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
007590         MOVE 'NONE FOUND' TO SL-TEXT
007600         WRITE SCAN-REPORT-RECORD FROM DL280-SECTION-LINE
007610         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
007620     END-IF.
007630     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
007640     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007650     MOVE 'EXCEPTIONS BY TYPE' TO SL-TEXT.
007660     WRITE SCAN-REPORT-RECORD FROM DL280-SECTION-LINE.
007670     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007680     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
007690     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007700     WRITE SCAN-REPORT-RECORD FROM DL280-COUNT-COLUMN-LINE.
007710     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007720     PERFORM 3200-WRITE-ONE-COUNT THRU 3200-EXIT
007730         VARYING DL280-TYPE-SUB FROM 1 BY 1
007740         UNTIL DL280-TYPE-SUB > DL280-TYPE-MAX.
007750     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
007760     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007770     MOVE 'MASTER RECORDS SCANNED:' TO TO-CAPTION.
007780     MOVE DL280-RECORD-COUNT TO TO-COUNT.
007790     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007800     MOVE 'EXCEPTIONS LISTED:' TO TO-CAPTION.
007810     MOVE DL280-EXCEPTION-TOTAL TO TO-COUNT.
007820     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007830     MOVE 'SERIOUS EXCEPTIONS THIS WEEK:' TO TO-CAPTION.
007840     MOVE DL280-SERIOUS-TOTAL TO TO-COUNT.
007850     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007860     IF DL280-FORWARD-PRESENT
007870         MOVE 'SERIOUS EXCEPTIONS LAST WEEK:' TO TO-CAPTION
007880         MOVE DL280-LAST-SERIOUS-TOTAL TO TO-COUNT
007890         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
007900         MOVE 'MASTER RECORDS SCANNED LAST WEEK:' TO TO-CAPTION
007910         MOVE DL280-LAST-RECORD-COUNT TO TO-COUNT
007920         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
007930         MOVE DL280-LAST-SCAN-DATE TO PL-SCAN-DATE
007940         WRITE SCAN-REPORT-RECORD FROM DL280-PRIOR-SCAN-LINE
007950         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
007960     END-IF.
007970     WRITE SCAN-REPORT-RECORD FROM DL280-BLANK-LINE.
007980     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007990     EVALUATE TRUE
008000         WHEN NOT DL280-FORWARD-PRESENT
008010             MOVE 'FIRST SCAN - BASELINE ESTABLISHED'
008020                 TO VD-VERDICT
008030             MOVE 4 TO RETURN-CODE
008040         WHEN DL280-SERIOUS-TOTAL > DL280-LAST-SERIOUS-TOTAL
008050             MOVE 'SERIOUS EXCEPTIONS HAVE RISEN SINCE LAST WEEK'
008060                 TO VD-VERDICT
008070             MOVE 8 TO RETURN-CODE
008080         WHEN OTHER
008090             MOVE 'SERIOUS EXCEPTIONS NOT RISEN SINCE LAST WEEK'
008100                 TO VD-VERDICT
008110     END-EVALUATE.
008120     WRITE SCAN-REPORT-RECORD FROM DL280-VERDICT-LINE.
008130     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008140     CLOSE SCAN-REPORT.
008150     IF DL280-SCAN-RPT-STATUS NOT = '00'
008160         MOVE 'SCAN-REPORT' TO DL280-ABEND-FILE-NAME
008170         MOVE DL280-SCAN-RPT-STATUS TO DL280-ABEND-FILE-STATUS
008180         PERFORM 9999-ABEND-PARAGRAPH
008190     END-IF.
008200     IF RETURN-CODE = 8
008210         MOVE 45 TO DL280-MESSAGE-NUMBER
008220         DISPLAY DL100-MESSAGE-ENTRY (DL280-MESSAGE-NUMBER)
008230     END-IF.
008240     MOVE 44 TO DL280-MESSAGE-NUMBER.
008250     DISPLAY DL100-MESSAGE-ENTRY (DL280-MESSAGE-NUMBER)
008260         ' - EXCEPTIONS: ' DL280-EXCEPTION-TOTAL
008270         ' SERIOUS: ' DL280-SERIOUS-TOTAL.
008280 3000-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320*    3050-SAVE-ONE-COUNT - ONE TYPE COUNT ONTO INTGNEW.          *
008330******************************************************************
008340 3050-SAVE-ONE-COUNT.
008350     MOVE DL280-TYPE-COUNT (DL280-TYPE-SUB)
008360         TO FO-TYPE-COUNT (DL280-TYPE-SUB).
008370 3050-EXIT.
008380     EXIT.
008390*
008400******************************************************************
008410*    3100-WRITE-TOTAL-LINE - WRITE ONE CAPTION/COUNT LINE.       *
008420******************************************************************
008430 3100-WRITE-TOTAL-LINE.
008440     WRITE SCAN-REPORT-RECORD FROM DL280-TOTAL-LINE.
008450     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008460 3100-EXIT.
008470     EXIT.
008480*
008490******************************************************************
008500*    3200-WRITE-ONE-COUNT - ONE TYPE'S LINE OF THE COUNTS, WITH  *
008510*    LAST WEEK'S COUNT WHEN THERE WAS A LAST WEEK.               *
008520******************************************************************
008530 3200-WRITE-ONE-COUNT.
008540     MOVE DL280-TYPE-SUB TO CL-TYPE.
008550     MOVE DL280-TYPE-DESCRIPTION (DL280-TYPE-SUB)
008560         TO CL-DESCRIPTION.
008570     IF DL280-TYPE-SERIOUS (DL280-TYPE-SUB)
008580         MOVE 'SERIOUS' TO CL-SEVERITY
008590     ELSE
008600         MOVE 'CLEAN-UP' TO CL-SEVERITY
008610     END-IF.
008620     MOVE DL280-TYPE-COUNT (DL280-TYPE-SUB) TO CL-THIS-WEEK.
008630     IF DL280-FORWARD-PRESENT
008640         MOVE DL280-LAST-TYPE-COUNT (DL280-TYPE-SUB)
008650             TO DL280-LAST-WEEK-EDIT
008660         MOVE DL280-LAST-WEEK-EDIT TO CL-LAST-WEEK
008670     ELSE
008680         MOVE '    N/A' TO CL-LAST-WEEK
008690     END-IF.
008700     WRITE SCAN-REPORT-RECORD FROM DL280-COUNT-LINE.
008710     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008720 3200-EXIT.
008730     EXIT.
008740*
008750******************************************************************
008760*    8100-VALIDATE-DATE - CHECK THAT DL280-EDIT-DATE IS A REAL   *
008770*    CALENDAR DATE - YEAR 1900 OR LATER, MONTH 1-12, DAY WITHIN  *
008780*    THE MONTH, FEBRUARY BY THE LEAP-YEAR RULE - AS TRANEDIT     *
008790*    DOES.                                                       *
008800******************************************************************
008810 8100-VALIDATE-DATE.
008820     MOVE 'Y' TO DL280-DATE-VALID-SWITCH.
008830     IF DL280-EDIT-YEAR < 1900
008840         MOVE 'N' TO DL280-DATE-VALID-SWITCH
008850         GO TO 8100-EXIT
008860     END-IF.
008870     IF DL280-EDIT-MONTH < 1 OR DL280-EDIT-MONTH > 12
008880         MOVE 'N' TO DL280-DATE-VALID-SWITCH
008890         GO TO 8100-EXIT
008900     END-IF.
008910     EVALUATE DL280-EDIT-MONTH
008920         WHEN 1
008930         WHEN 3
008940         WHEN 5
008950         WHEN 7
008960         WHEN 8
008970         WHEN 10
008980         WHEN 12
008990             MOVE 31 TO DL280-DAYS-IN-MONTH
009000         WHEN 4
009010         WHEN 6
009020         WHEN 9
009030         WHEN 11
009040             MOVE 30 TO DL280-DAYS-IN-MONTH
009050         WHEN 2
009060             MOVE 28 TO DL280-DAYS-IN-MONTH
009070             DIVIDE DL280-EDIT-YEAR BY 4
009080                 GIVING DL280-LEAP-QUOTIENT
009090                 REMAINDER DL280-LEAP-REMAINDER
009100             IF DL280-LEAP-REMAINDER = ZERO
009110                 DIVIDE DL280-EDIT-YEAR BY 100
009120                     GIVING DL280-LEAP-QUOTIENT
009130                     REMAINDER DL280-LEAP-REMAINDER
009140                 IF DL280-LEAP-REMAINDER NOT = ZERO
009150                     MOVE 29 TO DL280-DAYS-IN-MONTH
009160                 ELSE
009170                     DIVIDE DL280-EDIT-YEAR BY 400
009180                         GIVING DL280-LEAP-QUOTIENT
009190                         REMAINDER DL280-LEAP-REMAINDER
009200                     IF DL280-LEAP-REMAINDER = ZERO
009210                         MOVE 29 TO DL280-DAYS-IN-MONTH
009220                     END-IF
009230                 END-IF
009240             END-IF
009250     END-EVALUATE.
009260     IF DL280-EDIT-DAY < 1
009270         OR DL280-EDIT-DAY > DL280-DAYS-IN-MONTH
009280         MOVE 'N' TO DL280-DATE-VALID-SWITCH
009290     END-IF.
009300 8100-EXIT.
009310     EXIT.
009320*
009330******************************************************************
009340*    8200-EDIT-POSTAL-CODE - THE SAME RULE TRANNAM APPLIES TO AN *
009350*    'N' TRANSACTION: A 5-DIGIT ZIP (TRAILING SPACES), A FULL    *
009360*    9-DIGIT ZIP, OR A CANADIAN A9A9A9 CODE (TRAILING SPACES).   *
009370*    KEEP THE TWO IN STEP.                                       *
009380******************************************************************
009390 8200-EDIT-POSTAL-CODE.
009400     MOVE 'Y' TO DL280-POSTAL-VALID-SWITCH.
009410     IF CR-POSTAL-CODE (1:5) IS NUMERIC
009420         AND CR-POSTAL-CODE (6:4) = SPACES
009430         GO TO 8200-EXIT
009440     END-IF.
009450     IF CR-POSTAL-CODE IS NUMERIC
009460         GO TO 8200-EXIT
009470     END-IF.
009480     IF CR-POSTAL-CODE (1:1) IS ALPHABETIC
009490         AND CR-POSTAL-CODE (1:1) NOT = SPACE
009500         AND CR-POSTAL-CODE (2:1) IS NUMERIC
009510         AND CR-POSTAL-CODE (3:1) IS ALPHABETIC
009520         AND CR-POSTAL-CODE (3:1) NOT = SPACE
009530         AND CR-POSTAL-CODE (4:1) IS NUMERIC
009540         AND CR-POSTAL-CODE (5:1) IS ALPHABETIC
009550         AND CR-POSTAL-CODE (5:1) NOT = SPACE
009560         AND CR-POSTAL-CODE (6:1) IS NUMERIC
009570         AND CR-POSTAL-CODE (7:3) = SPACES
009580         GO TO 8200-EXIT
009590     END-IF.
009600     MOVE 'N' TO DL280-POSTAL-VALID-SWITCH.
009610 8200-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
009660*    STATUS.                                                     *
009670******************************************************************
009680 9999-ABEND-PARAGRAPH.
009690     MOVE 4 TO DL280-MESSAGE-NUMBER.
009700     DISPLAY DL100-MESSAGE-ENTRY (DL280-MESSAGE-NUMBER).
009710     DISPLAY 'ABEND - FILE: ' DL280-ABEND-FILE-NAME
009720             ' STATUS: ' DL280-ABEND-FILE-STATUS
009730             ' RECORDS SCANNED: ' DL280-RECORD-COUNT.
009740     MOVE 16 TO RETURN-CODE.
009750     STOP RUN.
