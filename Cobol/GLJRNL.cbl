000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   GLJRNL                                        *
000040*    AUTHOR.       J. MATELAT                                    *
000050*    INSTALLATION. EDD BATCH SYSTEMS                             *
000060*    DATE-WRITTEN. 10/15/2026                                    *
000070*    DATE-COMPILED.                                              *
000080*                                                                *
000090*    PURPOSE.  DAILY GENERAL LEDGER JOURNAL (DL215), RUN AFTER   *
000100*    THE NIGHTLY TRIAL BALANCE.  READS TONIGHT'S AUDIT JOURNAL,  *
000110*    SORTED BY BATCH DATE AND TRANSACTION TYPE, AND WORKS OUT    *
000120*    EACH TRANSACTION'S MOVEMENT FROM ITS BEFORE AND AFTER       *
000130*    IMAGES EXACTLY AS TRIALBAL DOES - AN ADD BRINGS ITS WHOLE   *
000140*    BALANCE, EVERY OTHER TYPE THE AFTER LESS THE BEFORE.  FOR   *
000150*    EACH BATCH DATE AND TYPE IT WRITES ONE BALANCED DOUBLE      *
000160*    ENTRY TO THE GL JOURNAL FILE: A NET INCREASE IN WHAT WE OWE *
000170*    CUSTOMERS DEBITS THE OFFSET (CASH OR SUSPENSE) ACCOUNT AND  *
000180*    CREDITS THE CUSTOMER-LIABILITY ACCOUNT; A NET DECREASE DOES *
000190*    THE REVERSE.  THE TWO GL ACCOUNTS FOR EACH TYPE COME FROM   *
000200*    THE CTLCARD PARAMETER MEMBER, NEVER CODED HERE.  A TYPE     *
000210*    WITH NO MAPPING IS LISTED AND LEFT OUT OF THE JOURNAL, SO   *
000220*    THE PROOF BELOW FAILS RATHER THAN GUESS AN ACCOUNT.         *
000230*                                                                *
000240*    THE CONTROL REPORT PROVES THE JOURNAL AGAINST THE NIGHT'S   *
000250*    TRIAL BALANCE: DEBITS MUST EQUAL CREDITS, AND THE NET OF    *
000260*    WHAT WAS JOURNALED MUST EQUAL THE NET MOVEMENT TRIALBAL     *
000270*    CARRIED FORWARD ON BALNEW.  RC 0 = BALANCED, RC 4 = THE     *
000280*    AMOUNTS AGREE BUT THE JOURNAL RECORD COUNTS DO NOT, RC 8 =  *
000290*    OUT OF BALANCE OR NO TRIAL BALANCE FOR TONIGHT (THE JOB     *
000300*    DOES NOT TRANSMIT THE FILE), RC 16 = FILE FAILURE OR BAD    *
000310*    CONTROL CARD, OR NO DAILY CYCLE TO TAKE THE DATE FROM.      *
000320*                                                                *
000330*    MODIFICATION HISTORY.                                       *
000340*    DATE       INIT DESCRIPTION                                 *
000350*    10/15/2026 JM   ORIGINAL PROGRAM.                           *
000352*    10/15/2026 JM   JOURNAL RECORD GREW 337 TO 355 WITH THE     *
000354*                   RETURNED-MAIL FIELDS.  A RETURNED-MAIL FLAG  *
000356*                   ('M') MOVES NO MONEY.                        *
000357*    10/15/2026 JM   THE PROCESS DATE IS THE LATEST CYCLE DATE   *
000358*                   FROM CYCLCTL, NOT THE CLOCK - A RUN PAST     *
000359*                   MIDNIGHT REFUSED TONIGHT'S BALNEW.           *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. GLJRNL.
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
000510     SELECT AUDIT-IN
000520         ASSIGN TO AUDITIN
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS DL215-AUDIT-IN-STATUS.
000560*
000570     SELECT CONTROL-CARDS
000580         ASSIGN TO CTLCARD
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS DL215-CTL-CARD-STATUS.
000620*
000630     SELECT OPTIONAL BALNEW-IN
000640         ASSIGN TO BALNEW
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS DL215-BALNEW-IN-STATUS.
000680*
000690     SELECT GL-JOURNAL-OUT
000700         ASSIGN TO GLJRNL
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS DL215-GL-OUT-STATUS.
000740*
000750     SELECT GL-REPORT
000760         ASSIGN TO GLRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS DL215-GL-RPT-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000840*    TONIGHT'S AUDIT JOURNAL, SORTED BY THE JOB ON BATCH DATE AND
000850*    TRANSACTION TYPE SO EACH JOURNAL ENTRY IS ONE CONTROL BREAK.
000860 FD  AUDIT-IN
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 355 CHARACTERS.
000890 01  AUDIT-IN-RECORD.
000900     COPY AUDIT-RECORD.
000910*
000920 FD  CONTROL-CARDS
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  CONTROL-CARD-RECORD         PIC X(80).
000960*
000970*    TRIALBAL'S CLOSING TOTALS FOR TONIGHT, SPELLED OUT AS
000980*    TRIALBAL SPELLS ITS BALNEW RECORD.  ONLY THE DATE, THE
000990*    JOURNAL COUNT, AND THE NET MOVEMENT ARE USED HERE.
001000 FD  BALNEW-IN
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  BALNEW-IN-RECORD.
001040     05  BN-PROCESS-DATE         PIC 9(08).
001050     05  BN-RECORD-COUNT         PIC 9(07).
001060     05  BN-BALANCE-TOTAL        PIC S9(13)V99.
001070     05  BN-JOURNAL-COUNT        PIC 9(07).
001080     05  BN-MOVEMENT-BALANCE     PIC S9(13)V99.
001090     05  FILLER                  PIC X(28).
001100*
001110 FD  GL-JOURNAL-OUT
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  GL-JOURNAL-RECORD.
001150     COPY GL-JOURNAL.
001160*
001170 FD  GL-REPORT
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 133 CHARACTERS.
001200 01  GL-REPORT-RECORD            PIC X(133).
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240 COPY MESSAGES.
001250*
001260 01  DL215-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001270*
001280 01  DL215-FILE-STATUS-FIELDS.
001290     05  DL215-AUDIT-IN-STATUS       PIC X(02) VALUE '00'.
001300     05  DL215-CTL-CARD-STATUS       PIC X(02) VALUE '00'.
001310     05  DL215-BALNEW-IN-STATUS      PIC X(02) VALUE '00'.
001320     05  DL215-GL-OUT-STATUS         PIC X(02) VALUE '00'.
001330     05  DL215-GL-RPT-STATUS         PIC X(02) VALUE '00'.
001340*
001350 01  DL215-ABEND-FIELDS.
001360     05  DL215-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001370     05  DL215-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001380*
001390 01  DL215-SWITCHES.
001400     05  DL215-EOF-SWITCH            PIC X(01) VALUE 'N'.
001410         88  DL215-END-OF-FILE           VALUE 'Y'.
001420         88  DL215-NOT-END-OF-FILE       VALUE 'N'.
001430     05  DL215-CONTROL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001440         88  DL215-CONTROL-AT-END        VALUE 'Y'.
001450         88  DL215-CONTROL-NOT-AT-END    VALUE 'N'.
001460     05  DL215-BALNEW-SWITCH         PIC X(01) VALUE 'N'.
001470         88  DL215-BALNEW-PRESENT        VALUE 'Y'.
001480         88  DL215-NO-BALNEW             VALUE 'N'.
001490     05  DL215-MAP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001500         88  DL215-MAP-FOUND             VALUE 'Y'.
001510*
001520 01  DL215-PROCESS-DATE              PIC 9(08) VALUE ZERO.
001530*
001532 01  DL215-CYCLE-AREA.
001534     COPY CYCLE-CALL.
001536*
001540 01  DL215-COUNTERS.
001550     05  DL215-JOURNAL-COUNT         PIC 9(07) VALUE ZERO.
001560     05  DL215-GROUP-COUNT           PIC 9(07) VALUE ZERO.
001570     05  DL215-LINE-COUNT            PIC 9(07) VALUE ZERO.
001580     05  DL215-DEBIT-COUNT           PIC 9(07) VALUE ZERO.
001590     05  DL215-CREDIT-COUNT          PIC 9(07) VALUE ZERO.
001600     05  DL215-UNMAPPED-COUNT        PIC 9(07) VALUE ZERO.
001610*
001620 01  DL215-MONEY-TOTALS.
001630     05  DL215-MOVEMENT-TOTAL        PIC S9(13)V99 VALUE ZERO.
001640     05  DL215-JOURNALED-NET         PIC S9(13)V99 VALUE ZERO.
001650     05  DL215-UNMAPPED-TOTAL        PIC S9(13)V99 VALUE ZERO.
001660     05  DL215-DEBIT-TOTAL           PIC S9(13)V99 VALUE ZERO.
001670     05  DL215-CREDIT-TOTAL          PIC S9(13)V99 VALUE ZERO.
001680*
001690*    THE TRIAL BALANCE FIGURES THE JOURNAL IS PROVED AGAINST.
001700 01  DL215-TRIAL-TOTALS.
001710     05  DL215-TRIAL-DATE            PIC 9(08) VALUE ZERO.
001720     05  DL215-TRIAL-COUNT           PIC 9(07) VALUE ZERO.
001730     05  DL215-TRIAL-MOVEMENT        PIC S9(13)V99 VALUE ZERO.
001740*
001750*    THE CONTROL BREAK - ONE JOURNAL ENTRY PER BATCH DATE AND
001760*    TYPE.
001770 01  DL215-BREAK-FIELDS.
001780     05  DL215-NEXT-KEY.
001790         10  DL215-NEXT-BATCH-DATE   PIC 9(08) VALUE ZERO.
001800         10  DL215-NEXT-TRAN-TYPE    PIC X(01) VALUE SPACE.
001810     05  DL215-GROUP-KEY.
001820         10  DL215-GROUP-BATCH-DATE  PIC 9(08) VALUE ZERO.
001830         10  DL215-GROUP-TRAN-TYPE   PIC X(01) VALUE SPACE.
001840     05  DL215-GROUP-POSTINGS        PIC 9(07) VALUE ZERO.
001850     05  DL215-GROUP-MOVEMENT        PIC S9(13)V99 VALUE ZERO.
001860*
001870*    GL ACCOUNT MAPPING FROM THE CTLCARD MEMBER - FOR EACH
001880*    TRANSACTION TYPE, THE CUSTOMER-LIABILITY ACCOUNT AND THE
001890*    OFFSETTING CASH OR SUSPENSE ACCOUNT.
001900 01  DL215-MAP-TABLE.
001910     05  DL215-MAP-MAX               PIC 9(04) COMP VALUE 10.
001920     05  DL215-MAP-COUNT             PIC 9(04) COMP VALUE ZERO.
001930     05  DL215-MAP-INDEX             PIC 9(04) COMP VALUE ZERO.
001940     05  DL215-MAP-HIT               PIC 9(04) COMP VALUE ZERO.
001950     05  DL215-MAP-ENTRY             OCCURS 10 TIMES.
001960         10  DL215-MAP-TRAN-TYPE     PIC X(01).
001970         10  DL215-MAP-LIABILITY     PIC X(10).
001980         10  DL215-MAP-OFFSET        PIC X(10).
001990*
002000 01  DL215-WORK-FIELDS.
002010     05  DL215-BEFORE-BALANCE        PIC S9(13)V99 VALUE ZERO.
002020     05  DL215-RECORD-DELTA          PIC S9(13)V99 VALUE ZERO.
002030     05  DL215-ENTRY-AMOUNT          PIC S9(13)V99 VALUE ZERO.
002040     05  DL215-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
002050     05  DL215-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
002060     05  DL215-LOOKUP-TYPE           PIC X(01) VALUE SPACE.
002070*
002080*    THE BEFORE AND AFTER IMAGES COME OFF THE JOURNAL AS PLAIN
002090*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
002100*    LAYOUT OVER THEM, AS TRIALBAL DOES.
002110 01  DL215-BEFORE-RECORD.
002120     COPY CUSTOMER-RECORD REPLACING
002130         ==CR-ACCOUNT-NUMBER== BY ==BF-ACCOUNT-NUMBER==
002140         ==CR-CUSTOMER-NAME== BY ==BF-CUSTOMER-NAME==
002150         ==CR-BALANCE== BY ==BF-BALANCE==
002160         ==CR-STATUS-CODE== BY ==BF-STATUS-CODE==
002170         ==CR-STATUS-ACTIVE== BY ==BF-STATUS-ACTIVE==
002180         ==CR-STATUS-INACTIVE== BY
002190         ==BF-STATUS-INACTIVE==
002200         ==CR-STATUS-CLOSED== BY ==BF-STATUS-CLOSED==
002210         ==CR-STATUS-DORMANT== BY
002220         ==BF-STATUS-DORMANT==
002230         ==CR-LAST-ACTIVITY-DATE== BY
002240         ==BF-LAST-ACTIVITY-DATE==
002250         ==CR-ADDRESS-LINE-1== BY ==BF-ADDRESS-LINE-1==
002260         ==CR-ADDRESS-LINE-2== BY ==BF-ADDRESS-LINE-2==
002270         ==CR-CITY== BY ==BF-CITY==
002280         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
002290         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
002300         ==CR-PHONE== BY ==BF-PHONE==
002301         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
002302         ==CR-MAIL-DELIVERABLE== BY
002303         ==BF-MAIL-DELIVERABLE==
002304         ==CR-MAIL-UNDELIVERABLE== BY
002305         ==BF-MAIL-UNDELIVERABLE==
002306         ==CR-MAIL-RETURN-DATE== BY
002307         ==BF-MAIL-RETURN-DATE==.
002310*
002320 01  DL215-AFTER-RECORD.
002330     COPY CUSTOMER-RECORD REPLACING
002340         ==CR-ACCOUNT-NUMBER== BY ==AF-ACCOUNT-NUMBER==
002350         ==CR-CUSTOMER-NAME== BY ==AF-CUSTOMER-NAME==
002360         ==CR-BALANCE== BY ==AF-BALANCE==
002370         ==CR-STATUS-CODE== BY ==AF-STATUS-CODE==
002380         ==CR-STATUS-ACTIVE== BY ==AF-STATUS-ACTIVE==
002390         ==CR-STATUS-INACTIVE== BY
002400         ==AF-STATUS-INACTIVE==
002410         ==CR-STATUS-CLOSED== BY ==AF-STATUS-CLOSED==
002420         ==CR-STATUS-DORMANT== BY
002430         ==AF-STATUS-DORMANT==
002440         ==CR-LAST-ACTIVITY-DATE== BY
002450         ==AF-LAST-ACTIVITY-DATE==
002460         ==CR-ADDRESS-LINE-1== BY ==AF-ADDRESS-LINE-1==
002470         ==CR-ADDRESS-LINE-2== BY ==AF-ADDRESS-LINE-2==
002480         ==CR-CITY== BY ==AF-CITY==
002490         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
002500         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
002510         ==CR-PHONE== BY ==AF-PHONE==
002511         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
002512         ==CR-MAIL-DELIVERABLE== BY
002513         ==AF-MAIL-DELIVERABLE==
002514         ==CR-MAIL-UNDELIVERABLE== BY
002515         ==AF-MAIL-UNDELIVERABLE==
002516         ==CR-MAIL-RETURN-DATE== BY
002517         ==AF-MAIL-RETURN-DATE==.
002520*
002530 01  DL215-REPORT-HEADING-LINE.
002540     05  FILLER                      PIC X(01) VALUE '1'.
002550     05  FILLER                      PIC X(44) VALUE
002560         'EDD DAILY GENERAL LEDGER JOURNAL'.
002570     05  FILLER                      PIC X(06) VALUE 'DATE:'.
002580     05  HL-PROCESS-DATE             PIC 9(08).
002590     05  FILLER                      PIC X(74) VALUE SPACES.
002600*
002610 01  DL215-MAP-LINE.
002620     05  FILLER                      PIC X(01) VALUE SPACE.
002630     05  FILLER                      PIC X(16) VALUE
002640         'GL MAPPING TYPE'.
002650     05  ML-TRAN-TYPE                PIC X(01).
002660     05  FILLER                      PIC X(14) VALUE
002670         ':  LIABILITY'.
002680     05  ML-LIABILITY                PIC X(10).
002690     05  FILLER                      PIC X(10) VALUE
002700         '  OFFSET'.
002710     05  ML-OFFSET                   PIC X(10).
002720     05  FILLER                      PIC X(71) VALUE SPACES.
002730*
002740 01  DL215-REPORT-COLUMN-LINE.
002750     05  FILLER                      PIC X(01) VALUE SPACE.
002760     05  FILLER                      PIC X(11) VALUE
002770         'BATCH DT'.
002780     05  FILLER                      PIC X(05) VALUE
002790         'TYPE'.
002800     05  FILLER                      PIC X(10) VALUE
002810         'POSTINGS'.
002820     05  FILLER                      PIC X(20) VALUE
002830         '     NET MOVEMENT'.
002840     05  FILLER                      PIC X(13) VALUE
002850         'DEBIT ACCT'.
002860     05  FILLER                      PIC X(13) VALUE
002870         'CREDIT ACCT'.
002880     05  FILLER                      PIC X(20) VALUE
002890         '           AMOUNT'.
002900     05  FILLER                      PIC X(40) VALUE
002910         'REMARK'.
002920*
002930 01  DL215-DETAIL-LINE.
002940     05  FILLER                      PIC X(01) VALUE SPACE.
002950     05  DT-BATCH-DATE               PIC 9(08).
002960     05  FILLER                      PIC X(03) VALUE SPACES.
002970     05  DT-TRAN-TYPE                PIC X(01).
002980     05  FILLER                      PIC X(04) VALUE SPACES.
002990     05  DT-POSTINGS                 PIC ZZZ,ZZ9.
003000     05  FILLER                      PIC X(03) VALUE SPACES.
003010     05  DT-MOVEMENT                 PIC -9(13).99.
003020     05  FILLER                      PIC X(03) VALUE SPACES.
003030     05  DT-DEBIT-ACCOUNT            PIC X(10).
003040     05  FILLER                      PIC X(03) VALUE SPACES.
003050     05  DT-CREDIT-ACCOUNT           PIC X(10).
003060     05  FILLER                      PIC X(03) VALUE SPACES.
003070     05  DT-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003080     05  FILLER                      PIC X(03) VALUE SPACES.
003090     05  DT-REMARK                   PIC X(30).
003100     05  FILLER                      PIC X(10) VALUE SPACES.
003110*
003120 01  DL215-TOTAL-LINE.
003130     05  FILLER                      PIC X(01) VALUE SPACE.
003140     05  TO-CAPTION                  PIC X(36) VALUE SPACES.
003150     05  TO-COUNT                    PIC ZZZ,ZZ9.
003160     05  FILLER                      PIC X(03) VALUE SPACES.
003170     05  TO-AMOUNT                   PIC -9(13).99.
003180     05  FILLER                      PIC X(69) VALUE SPACES.
003190*
003200 01  DL215-VERDICT-LINE.
003210     05  FILLER                      PIC X(01) VALUE SPACE.
003220     05  VD-VERDICT                  PIC X(60) VALUE SPACES.
003230     05  FILLER                      PIC X(72) VALUE SPACES.
003240*
003250 01  DL215-BLANK-LINE                PIC X(133) VALUE SPACES.
003260*
003270 PROCEDURE DIVISION.
003280*
003290******************************************************************
003300*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE GL JOURNAL BUILD. *
003310******************************************************************
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003340     PERFORM 2000-JOURNAL-ONE-RECORD THRU 2000-EXIT
003350         UNTIL DL215-END-OF-FILE.
003360     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
003370     STOP RUN.
003380*
003390******************************************************************
003400*    1000-INITIALIZE - LOAD THE GL MAPPING, READ TONIGHT'S TRIAL *
003410*    BALANCE TOTALS, OPEN THE FILES, WRITE THE JOURNAL HEADER    *
003420*    AND THE MAPPING AT THE TOP OF THE REPORT, AND PRIME THE     *
003430*    READ LOOP.                                                  *
003440******************************************************************
003450 1000-INITIALIZE.
003460     MOVE 35 TO DL215-MESSAGE-NUMBER.
003470     DISPLAY DL100-MESSAGE-ENTRY (DL215-MESSAGE-NUMBER).
003480     PERFORM 1050-SET-CYCLE-DATE THRU 1050-EXIT.
003490     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
003500     IF DL215-MAP-COUNT = ZERO
003510         DISPLAY 'GLJRNL - NO GLMAP= CARDS IN CTLCARD'
003520             ' - RUN STOPPED'
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     PERFORM 1300-READ-TRIAL-TOTALS THRU 1300-EXIT.
003570     OPEN INPUT AUDIT-IN.
003580     IF DL215-AUDIT-IN-STATUS NOT = '00'
003590         MOVE 'AUDIT-IN' TO DL215-ABEND-FILE-NAME
003600         MOVE DL215-AUDIT-IN-STATUS TO DL215-ABEND-FILE-STATUS
003610         PERFORM 9999-ABEND-PARAGRAPH
003620     END-IF.
003630     OPEN OUTPUT GL-JOURNAL-OUT.
003640     IF DL215-GL-OUT-STATUS NOT = '00'
003650         MOVE 'GL-JOURNAL-OUT' TO DL215-ABEND-FILE-NAME
003660         MOVE DL215-GL-OUT-STATUS TO DL215-ABEND-FILE-STATUS
003670         PERFORM 9999-ABEND-PARAGRAPH
003680     END-IF.
003690     OPEN OUTPUT GL-REPORT.
003700     IF DL215-GL-RPT-STATUS NOT = '00'
003710         MOVE 'GL-REPORT' TO DL215-ABEND-FILE-NAME
003720         MOVE DL215-GL-RPT-STATUS TO DL215-ABEND-FILE-STATUS
003730         PERFORM 9999-ABEND-PARAGRAPH
003740     END-IF.
003750     MOVE SPACES TO GL-JOURNAL-RECORD.
003760     MOVE 'H' TO GJ-RECORD-TYPE.
003770     MOVE DL215-PROCESS-DATE TO GJ-HEADER-DATE.
003780     MOVE 'EDDDAILY' TO GJ-SOURCE-SYSTEM.
003790     PERFORM 2960-WRITE-JOURNAL-RECORD THRU 2960-EXIT.
003800     MOVE DL215-PROCESS-DATE TO HL-PROCESS-DATE.
003810     WRITE GL-REPORT-RECORD FROM DL215-REPORT-HEADING-LINE.
003820     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003830     PERFORM 1200-LIST-ONE-MAP THRU 1200-EXIT
003840         VARYING DL215-MAP-INDEX FROM 1 BY 1
003850         UNTIL DL215-MAP-INDEX > DL215-MAP-COUNT.
003860     WRITE GL-REPORT-RECORD FROM DL215-BLANK-LINE.
003870     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003880     WRITE GL-REPORT-RECORD FROM DL215-REPORT-COLUMN-LINE.
003890     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003900     PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.
003910     MOVE DL215-NEXT-KEY TO DL215-GROUP-KEY.
003920 1000-EXIT.
003930     EXIT.
003931*
003932******************************************************************
003933*    1050-SET-CYCLE-DATE - THE PROCESS DATE IS THE DATE OF THE   *
003934*    LATEST DAILY CYCLE, NOT THE CLOCK'S, SO IT MATCHES THE DATE *
003935*    TRIALBAL STAMPED ON BALNEW EVEN WHEN THE CYCLE OPENED       *
003936*    BEFORE MIDNIGHT OR THIS JOB STARTS AFTER IT.  THE DATE      *
003937*    COMES FROM A QUERY OF THE OPENING STEP (DL090), WHICH IS ON *
003938*    EVERY CYCLE, AS CYCLRPT FETCHES IT; A QUERY RECORDS         *
003939*    NOTHING.  NO CYCLE, OR A CYCLE CONTROL FAILURE, STOPS THE   *
003940*    RUN RC 16.                                                  *
003941******************************************************************
003942 1050-SET-CYCLE-DATE.
003943     MOVE SPACES TO DL215-CYCLE-AREA.
003944     MOVE 'Q' TO CP-FUNCTION.
003945     MOVE 'DL090' TO CP-STEP-ID.
003946     MOVE ZERO TO CP-PROCESS-DATE.
003947     MOVE ZERO TO CP-STEP-RC.
003948     CALL 'CYCLCTL' USING DL215-CYCLE-AREA.
003949     IF CP-CONTROL-FAILURE OR CP-NOT-CURRENT-CYCLE
003950         DISPLAY 'GLJRNL - NO CYCLE DATE - ' CP-REASON
003951         MOVE 16 TO RETURN-CODE
003952         STOP RUN
003953     END-IF.
003954     MOVE CP-PROCESS-DATE TO DL215-PROCESS-DATE.
003955 1050-EXIT.
003956     EXIT.
003957*
003958******************************************************************
003960*    1100-READ-CONTROL-CARDS - THE GL MAPPING, ONE CARD PER      *
003970*    TRANSACTION TYPE:                                           *
003980*      GLMAP=T,LLLLLLLLLL,OOOOOOOOOO                             *
003990*                          TYPE T POSTS AGAINST CUSTOMER-        *
004000*                          LIABILITY ACCOUNT L, OFFSET BY CASH   *
004010*                          OR SUSPENSE ACCOUNT O - UP TO 10      *
004020*    CARDS STARTING '*' OR BLANK ARE COMMENTS.  THE MEMBER IS    *
004030*    NOT OPTIONAL - THERE IS NO SAFE DEFAULT ACCOUNT - AND A     *
004040*    CARD THAT DOES NOT PARSE STOPS THE RUN RC 16 RATHER THAN    *
004050*    JOURNAL TO THE WRONG ACCOUNT.                               *
004060******************************************************************
004070 1100-READ-CONTROL-CARDS.
004080     OPEN INPUT CONTROL-CARDS.
004090     IF DL215-CTL-CARD-STATUS NOT = '00'
004100         MOVE 'CTL-CARDS' TO DL215-ABEND-FILE-NAME
004110         MOVE DL215-CTL-CARD-STATUS TO DL215-ABEND-FILE-STATUS
004120         PERFORM 9999-ABEND-PARAGRAPH
004130     END-IF.
004140     MOVE 'N' TO DL215-CONTROL-EOF-SWITCH.
004150     PERFORM 1110-APPLY-ONE-CONTROL THRU 1110-EXIT
004160         UNTIL DL215-CONTROL-AT-END.
004170     CLOSE CONTROL-CARDS.
004180     IF DL215-CTL-CARD-STATUS NOT = '00'
004190         MOVE 'CTL-CARDS' TO DL215-ABEND-FILE-NAME
004200         MOVE DL215-CTL-CARD-STATUS TO DL215-ABEND-FILE-STATUS
004210         PERFORM 9999-ABEND-PARAGRAPH
004220     END-IF.
004230 1100-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270*    1110-APPLY-ONE-CONTROL - READ AND APPLY ONE CONTROL CARD.   *
004280******************************************************************
004290 1110-APPLY-ONE-CONTROL.
004300     READ CONTROL-CARDS
004310         AT END
004320             MOVE 'Y' TO DL215-CONTROL-EOF-SWITCH
004330             GO TO 1110-CHECK-STATUS
004340         NOT AT END
004350             CONTINUE
004360     END-READ.
004370     EVALUATE TRUE
004380         WHEN CONTROL-CARD-RECORD (1:1) = '*'
004390             CONTINUE
004400         WHEN CONTROL-CARD-RECORD = SPACES
004410             CONTINUE
004420         WHEN CONTROL-CARD-RECORD (1:6) = 'GLMAP='
004430             AND CONTROL-CARD-RECORD (7:1) NOT = SPACE
004440             AND CONTROL-CARD-RECORD (8:1) = ','
004450             AND CONTROL-CARD-RECORD (9:10) NOT = SPACES
004460             AND CONTROL-CARD-RECORD (19:1) = ','
004470             AND CONTROL-CARD-RECORD (20:10) NOT = SPACES
004480             PERFORM 1120-ADD-GL-MAP THRU 1120-EXIT
004490         WHEN OTHER
004500             DISPLAY 'CONTROL CARD NOT RECOGNIZED: '
004510                 CONTROL-CARD-RECORD (1:40)
004520                 ' - RUN STOPPED'
004530             MOVE 16 TO RETURN-CODE
004540             STOP RUN
004550     END-EVALUATE.
004560 1110-CHECK-STATUS.
004570     IF DL215-CTL-CARD-STATUS NOT = '00'
004580         AND DL215-CTL-CARD-STATUS NOT = '10'
004590         MOVE 'CTL-CARDS' TO DL215-ABEND-FILE-NAME
004600         MOVE DL215-CTL-CARD-STATUS TO DL215-ABEND-FILE-STATUS
004610         PERFORM 9999-ABEND-PARAGRAPH
004620     END-IF.
004630 1110-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*    1120-ADD-GL-MAP - ADD ONE GLMAP CARD TO THE TABLE.  A       *
004680*    SECOND CARD FOR THE SAME TYPE WOULD LEAVE IT TO CHANCE      *
004690*    WHICH ACCOUNT IS USED, SO IT STOPS THE RUN, AS DOES ONE     *
004700*    CARD TOO MANY.                                              *
004710******************************************************************
004720 1120-ADD-GL-MAP.
004730     IF DL215-MAP-COUNT NOT < DL215-MAP-MAX
004740         DISPLAY 'MORE THAN ' DL215-MAP-MAX
004750             ' GLMAP CARDS - RUN STOPPED'
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     MOVE CONTROL-CARD-RECORD (7:1) TO DL215-LOOKUP-TYPE.
004800     PERFORM 2110-FIND-GL-MAP THRU 2110-EXIT.
004810     IF DL215-MAP-FOUND
004820         DISPLAY 'TWO GLMAP CARDS FOR TYPE ' DL215-LOOKUP-TYPE
004830             ' - RUN STOPPED'
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     ADD 1 TO DL215-MAP-COUNT.
004880     MOVE CONTROL-CARD-RECORD (7:1)
004890         TO DL215-MAP-TRAN-TYPE (DL215-MAP-COUNT).
004900     MOVE CONTROL-CARD-RECORD (9:10)
004910         TO DL215-MAP-LIABILITY (DL215-MAP-COUNT).
004920     MOVE CONTROL-CARD-RECORD (20:10)
004930         TO DL215-MAP-OFFSET (DL215-MAP-COUNT).
004940     DISPLAY 'GL MAPPING - TYPE '
004950         DL215-MAP-TRAN-TYPE (DL215-MAP-COUNT)
004960         ' LIABILITY ' DL215-MAP-LIABILITY (DL215-MAP-COUNT)
004970         ' OFFSET ' DL215-MAP-OFFSET (DL215-MAP-COUNT).
004980 1120-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*    1200-LIST-ONE-MAP - ONE MAPPING LINE AT THE TOP OF THE      *
005030*    REPORT, SO THE JOURNAL IS CHECKED AGAINST THE MAPPING THAT  *
005040*    PRODUCED IT.                                                *
005050******************************************************************
005060 1200-LIST-ONE-MAP.
005070     MOVE DL215-MAP-TRAN-TYPE (DL215-MAP-INDEX) TO ML-TRAN-TYPE.
005080     MOVE DL215-MAP-LIABILITY (DL215-MAP-INDEX) TO ML-LIABILITY.
005090     MOVE DL215-MAP-OFFSET (DL215-MAP-INDEX) TO ML-OFFSET.
005100     WRITE GL-REPORT-RECORD FROM DL215-MAP-LINE.
005110     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005120 1200-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    1300-READ-TRIAL-TOTALS - TONIGHT'S TRIAL BALANCE FIGURES    *
005170*    FROM BALNEW.  A MISSING OR EMPTY FILE LEAVES NOTHING TO     *
005180*    PROVE AGAINST, WHICH THE WRAP-UP TREATS AS OUT OF BALANCE.  *
005190******************************************************************
005200 1300-READ-TRIAL-TOTALS.
005210     OPEN INPUT BALNEW-IN.
005220     IF DL215-BALNEW-IN-STATUS = '05'
005230         OR DL215-BALNEW-IN-STATUS = '35'
005240         CLOSE BALNEW-IN
005250         GO TO 1300-EXIT
005260     END-IF.
005270     IF DL215-BALNEW-IN-STATUS NOT = '00'
005280         MOVE 'BALNEW-IN' TO DL215-ABEND-FILE-NAME
005290         MOVE DL215-BALNEW-IN-STATUS TO DL215-ABEND-FILE-STATUS
005300         PERFORM 9999-ABEND-PARAGRAPH
005310     END-IF.
005320     READ BALNEW-IN
005330         AT END
005340             CONTINUE
005350         NOT AT END
005360             MOVE BN-PROCESS-DATE TO DL215-TRIAL-DATE
005370             MOVE BN-JOURNAL-COUNT TO DL215-TRIAL-COUNT
005380             MOVE BN-MOVEMENT-BALANCE TO DL215-TRIAL-MOVEMENT
005390             MOVE 'Y' TO DL215-BALNEW-SWITCH
005400     END-READ.
005410     IF DL215-BALNEW-IN-STATUS NOT = '00'
005420         AND DL215-BALNEW-IN-STATUS NOT = '10'
005430         MOVE 'BALNEW-IN' TO DL215-ABEND-FILE-NAME
005440         MOVE DL215-BALNEW-IN-STATUS TO DL215-ABEND-FILE-STATUS
005450         PERFORM 9999-ABEND-PARAGRAPH
005460     END-IF.
005470     CLOSE BALNEW-IN.
005480     IF DL215-BALNEW-IN-STATUS NOT = '00'
005490         MOVE 'BALNEW-IN' TO DL215-ABEND-FILE-NAME
005500         MOVE DL215-BALNEW-IN-STATUS TO DL215-ABEND-FILE-STATUS
005510         PERFORM 9999-ABEND-PARAGRAPH
005520     END-IF.
005530 1300-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    2000-JOURNAL-ONE-RECORD - ROLL ONE AUDIT JOURNAL RECORD     *
005580*    INTO ITS BATCH DATE AND TYPE, CLOSING THE PREVIOUS ENTRY    *
005590*    FIRST WHEN THE KEY CHANGES, AND READ THE NEXT.              *
005600******************************************************************
005610 2000-JOURNAL-ONE-RECORD.
005620     IF DL215-NEXT-KEY NOT = DL215-GROUP-KEY
005630         PERFORM 2100-CLOSE-GROUP THRU 2100-EXIT
005640         MOVE DL215-NEXT-KEY TO DL215-GROUP-KEY
005650     END-IF.
005660     MOVE AJ-AFTER-IMAGE TO DL215-AFTER-RECORD.
005670     IF AJ-BEFORE-IMAGE = SPACES
005680         MOVE ZERO TO DL215-BEFORE-BALANCE
005690     ELSE
005700         MOVE AJ-BEFORE-IMAGE TO DL215-BEFORE-RECORD
005710         MOVE BF-BALANCE TO DL215-BEFORE-BALANCE
005720     END-IF.
005730     MOVE ZERO TO DL215-RECORD-DELTA.
005740     SUBTRACT DL215-BEFORE-BALANCE FROM AF-BALANCE
005750         GIVING DL215-RECORD-DELTA.
005760     ADD 1 TO DL215-GROUP-POSTINGS.
005770     ADD DL215-RECORD-DELTA TO DL215-GROUP-MOVEMENT.
005780     ADD DL215-RECORD-DELTA TO DL215-MOVEMENT-TOTAL.
005790     PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.
005800 2000-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*    2100-CLOSE-GROUP - ONE BATCH DATE AND TYPE IS COMPLETE.     *
005850*    A NET INCREASE IN CUSTOMER BALANCES IS MORE OWED TO         *
005860*    CUSTOMERS: DEBIT THE OFFSET ACCOUNT, CREDIT THE LIABILITY   *
005870*    ACCOUNT.  A NET DECREASE IS THE REVERSE.  BOTH LINES CARRY  *
005880*    THE SAME UNSIGNED AMOUNT, SO EVERY ENTRY BALANCES.  A TYPE  *
005890*    THAT MOVED NOTHING (ADDRESS CHANGES, MOST CHANGES) IS       *
005900*    LISTED BUT NOT JOURNALED.                                   *
005910******************************************************************
005920 2100-CLOSE-GROUP.
005930     IF DL215-GROUP-POSTINGS = ZERO
005940         GO TO 2100-EXIT
005950     END-IF.
005960     ADD 1 TO DL215-GROUP-COUNT.
005970     MOVE DL215-GROUP-BATCH-DATE TO DT-BATCH-DATE.
005980     MOVE DL215-GROUP-TRAN-TYPE TO DT-TRAN-TYPE.
005990     MOVE DL215-GROUP-POSTINGS TO DT-POSTINGS.
006000     MOVE DL215-GROUP-MOVEMENT TO DT-MOVEMENT.
006010     MOVE SPACES TO DT-DEBIT-ACCOUNT DT-CREDIT-ACCOUNT.
006020     MOVE ZERO TO DT-AMOUNT.
006030     MOVE DL215-GROUP-TRAN-TYPE TO DL215-LOOKUP-TYPE.
006040     PERFORM 2110-FIND-GL-MAP THRU 2110-EXIT.
006050     IF NOT DL215-MAP-FOUND
006060         ADD DL215-GROUP-POSTINGS TO DL215-UNMAPPED-COUNT
006070         ADD DL215-GROUP-MOVEMENT TO DL215-UNMAPPED-TOTAL
006080         MOVE 'NO GL MAPPING - NOT JOURNALED' TO DT-REMARK
006090         GO TO 2100-WRITE-LINE
006100     END-IF.
006110     IF DL215-GROUP-MOVEMENT = ZERO
006120         MOVE 'NO MOVEMENT - NO ENTRY' TO DT-REMARK
006130         GO TO 2100-WRITE-LINE
006140     END-IF.
006150     IF DL215-GROUP-MOVEMENT > ZERO
006160         MOVE DL215-MAP-OFFSET (DL215-MAP-HIT)
006170             TO DL215-DEBIT-ACCOUNT
006180         MOVE DL215-MAP-LIABILITY (DL215-MAP-HIT)
006190             TO DL215-CREDIT-ACCOUNT
006200         MOVE DL215-GROUP-MOVEMENT TO DL215-ENTRY-AMOUNT
006210     ELSE
006220         MOVE DL215-MAP-LIABILITY (DL215-MAP-HIT)
006230             TO DL215-DEBIT-ACCOUNT
006240         MOVE DL215-MAP-OFFSET (DL215-MAP-HIT)
006250             TO DL215-CREDIT-ACCOUNT
006260         SUBTRACT DL215-GROUP-MOVEMENT FROM ZERO
006270             GIVING DL215-ENTRY-AMOUNT
006280     END-IF.
006290     IF DL215-ENTRY-AMOUNT > 99999999999.99
006300         DISPLAY 'GLJRNL - ENTRY FOR ' DL215-GROUP-KEY
006310             ' EXCEEDS THE JOURNAL AMOUNT FIELD - RUN STOPPED'
006320         MOVE 16 TO RETURN-CODE
006330         STOP RUN
006340     END-IF.
006350     MOVE 'D' TO GJ-DEBIT-CREDIT.
006360     MOVE DL215-DEBIT-ACCOUNT TO GJ-GL-ACCOUNT.
006370     PERFORM 2200-WRITE-JOURNAL-LINE THRU 2200-EXIT.
006380     ADD 1 TO DL215-DEBIT-COUNT.
006390     ADD DL215-ENTRY-AMOUNT TO DL215-DEBIT-TOTAL.
006400     MOVE 'C' TO GJ-DEBIT-CREDIT.
006410     MOVE DL215-CREDIT-ACCOUNT TO GJ-GL-ACCOUNT.
006420     PERFORM 2200-WRITE-JOURNAL-LINE THRU 2200-EXIT.
006430     ADD 1 TO DL215-CREDIT-COUNT.
006440     ADD DL215-ENTRY-AMOUNT TO DL215-CREDIT-TOTAL.
006450     ADD DL215-GROUP-MOVEMENT TO DL215-JOURNALED-NET.
006460     MOVE DL215-DEBIT-ACCOUNT TO DT-DEBIT-ACCOUNT.
006470     MOVE DL215-CREDIT-ACCOUNT TO DT-CREDIT-ACCOUNT.
006480     MOVE DL215-ENTRY-AMOUNT TO DT-AMOUNT.
006490     MOVE SPACES TO DT-REMARK.
006500 2100-WRITE-LINE.
006510     WRITE GL-REPORT-RECORD FROM DL215-DETAIL-LINE.
006520     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
006530     MOVE ZERO TO DL215-GROUP-POSTINGS DL215-GROUP-MOVEMENT.
006540 2100-EXIT.
006550     EXIT.
006560*
006570******************************************************************
006580*    2110-FIND-GL-MAP - LOOK DL215-LOOKUP-TYPE UP IN THE         *
006590*    MAPPING TABLE.  SETS DL215-MAP-FOUND AND DL215-MAP-HIT.     *
006600******************************************************************
006610 2110-FIND-GL-MAP.
006620     MOVE 'N' TO DL215-MAP-FOUND-SWITCH.
006630     MOVE ZERO TO DL215-MAP-HIT.
006640     PERFORM 2120-MATCH-ONE-MAP THRU 2120-EXIT
006650         VARYING DL215-MAP-INDEX FROM 1 BY 1
006660         UNTIL DL215-MAP-INDEX > DL215-MAP-COUNT
006670             OR DL215-MAP-FOUND.
006680 2110-EXIT.
006690     EXIT.
006700*
006710******************************************************************
006720*    2120-MATCH-ONE-MAP - TEST ONE ENTRY OF THE MAPPING TABLE.   *
006730******************************************************************
006740 2120-MATCH-ONE-MAP.
006750     IF DL215-MAP-TRAN-TYPE (DL215-MAP-INDEX) =
006760         DL215-LOOKUP-TYPE
006770         MOVE 'Y' TO DL215-MAP-FOUND-SWITCH
006780         MOVE DL215-MAP-INDEX TO DL215-MAP-HIT
006790     END-IF.
006800 2120-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840*    2200-WRITE-JOURNAL-LINE - FINISH AND WRITE ONE 'D' JOURNAL  *
006850*    LINE.  THE CALLER HAS SET THE ACCOUNT AND THE SIDE.         *
006860******************************************************************
006870 2200-WRITE-JOURNAL-LINE.
006880     MOVE 'D' TO GJ-RECORD-TYPE.
006890     MOVE DL215-PROCESS-DATE TO GJ-PROCESS-DATE.
006900     MOVE DL215-GROUP-BATCH-DATE TO GJ-BATCH-DATE.
006910     MOVE DL215-GROUP-TRAN-TYPE TO GJ-TRAN-TYPE-CODE.
006920     MOVE DL215-ENTRY-AMOUNT TO GJ-AMOUNT.
006930     MOVE DL215-GROUP-POSTINGS TO GJ-POSTING-COUNT.
006940     MOVE SPACES TO GL-JOURNAL-RECORD (50:31).
006950     ADD 1 TO DL215-LINE-COUNT.
006960     PERFORM 2960-WRITE-JOURNAL-RECORD THRU 2960-EXIT.
006970 2200-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010*    2900-READ-AUDIT-IN - THE ONE PLACE THAT READS THE JOURNAL.  *
007020*    THE BREAK KEY IS THE BATCH DATE THE TRANSACTION ARRIVED     *
007030*    UNDER AND ITS TYPE.                                         *
007040******************************************************************
007050 2900-READ-AUDIT-IN.
007060     READ AUDIT-IN
007070         AT END
007080             MOVE 'Y' TO DL215-EOF-SWITCH
007090         NOT AT END
007100             ADD 1 TO DL215-JOURNAL-COUNT
007110             MOVE AJ-BATCH-DATE TO DL215-NEXT-BATCH-DATE
007120             MOVE AJ-TRAN-TYPE-CODE TO DL215-NEXT-TRAN-TYPE
007130     END-READ.
007140     IF DL215-AUDIT-IN-STATUS NOT = '00'
007150         AND DL215-AUDIT-IN-STATUS NOT = '10'
007160         MOVE 'AUDIT-IN' TO DL215-ABEND-FILE-NAME
007170         MOVE DL215-AUDIT-IN-STATUS TO DL215-ABEND-FILE-STATUS
007180         PERFORM 9999-ABEND-PARAGRAPH
007190     END-IF.
007200 2900-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
007250*    REPORT LINE WRITTEN.                                        *
007260******************************************************************
007270 2950-CHECK-REPORT-WRITE.
007280     IF DL215-GL-RPT-STATUS NOT = '00'
007290         MOVE 'GL-REPORT' TO DL215-ABEND-FILE-NAME
007300         MOVE DL215-GL-RPT-STATUS TO DL215-ABEND-FILE-STATUS
007310         PERFORM 9999-ABEND-PARAGRAPH
007320     END-IF.
007330 2950-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370*    2960-WRITE-JOURNAL-RECORD - THE ONE PLACE THAT WRITES THE   *
007380*    GL JOURNAL FILE.                                            *
007390******************************************************************
007400 2960-WRITE-JOURNAL-RECORD.
007410     WRITE GL-JOURNAL-RECORD.
007420     IF DL215-GL-OUT-STATUS NOT = '00'
007430         MOVE 'GL-JOURNAL-OUT' TO DL215-ABEND-FILE-NAME
007440         MOVE DL215-GL-OUT-STATUS TO DL215-ABEND-FILE-STATUS
007450         PERFORM 9999-ABEND-PARAGRAPH
007460     END-IF.
007470 2960-EXIT.
007480     EXIT.
007490*
007500******************************************************************
007510*    3000-WRAP-UP - CLOSE THE LAST ENTRY, WRITE THE JOURNAL      *
007520*    TRAILER, PRINT THE PROOF AGAINST THE TRIAL BALANCE, CLOSE,  *
007530*    AND SET THE RETURN CODE.  THE FILE IS WRITTEN IN FULL EVEN  *
007540*    WHEN IT DOES NOT PROVE - THE JOB WILL NOT TRANSMIT IT, AND  *
007550*    IT IS WHAT THE SUPERVISOR INVESTIGATES FROM.                *
007560******************************************************************
007570 3000-WRAP-UP.
007580     PERFORM 2100-CLOSE-GROUP THRU 2100-EXIT.
007590     MOVE SPACES TO GL-JOURNAL-RECORD.
007600     MOVE 'T' TO GJ-RECORD-TYPE.
007610     MOVE DL215-LINE-COUNT TO GJ-LINE-COUNT.
007620     MOVE DL215-DEBIT-TOTAL TO GJ-DEBIT-TOTAL.
007630     MOVE DL215-CREDIT-TOTAL TO GJ-CREDIT-TOTAL.
007640     PERFORM 2960-WRITE-JOURNAL-RECORD THRU 2960-EXIT.
007650     WRITE GL-REPORT-RECORD FROM DL215-BLANK-LINE.
007660     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007670     MOVE 'AUDIT JOURNAL RECORDS / MOVEMENT:' TO TO-CAPTION.
007680     MOVE DL215-JOURNAL-COUNT TO TO-COUNT.
007690     MOVE DL215-MOVEMENT-TOTAL TO TO-AMOUNT.
007700     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007710     MOVE 'NOT JOURNALED - NO GL MAPPING:' TO TO-CAPTION.
007720     MOVE DL215-UNMAPPED-COUNT TO TO-COUNT.
007730     MOVE DL215-UNMAPPED-TOTAL TO TO-AMOUNT.
007740     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007750     MOVE 'DEBIT LINES / TOTAL:' TO TO-CAPTION.
007760     MOVE DL215-DEBIT-COUNT TO TO-COUNT.
007770     MOVE DL215-DEBIT-TOTAL TO TO-AMOUNT.
007780     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007790     MOVE 'CREDIT LINES / TOTAL:' TO TO-CAPTION.
007800     MOVE DL215-CREDIT-COUNT TO TO-COUNT.
007810     MOVE DL215-CREDIT-TOTAL TO TO-AMOUNT.
007820     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007830     WRITE GL-REPORT-RECORD FROM DL215-BLANK-LINE.
007840     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007850     MOVE 'JOURNALED NET MOVEMENT:' TO TO-CAPTION.
007860     MOVE DL215-JOURNAL-COUNT TO TO-COUNT.
007870     MOVE DL215-JOURNALED-NET TO TO-AMOUNT.
007880     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007890     MOVE 'TRIAL BALANCE NET MOVEMENT (BALNEW):' TO TO-CAPTION.
007900     MOVE DL215-TRIAL-COUNT TO TO-COUNT.
007910     MOVE DL215-TRIAL-MOVEMENT TO TO-AMOUNT.
007920     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007930     WRITE GL-REPORT-RECORD FROM DL215-BLANK-LINE.
007940     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007950     PERFORM 3200-SET-VERDICT THRU 3200-EXIT.
007960     WRITE GL-REPORT-RECORD FROM DL215-VERDICT-LINE.
007970     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
007980     CLOSE AUDIT-IN.
007990     IF DL215-AUDIT-IN-STATUS NOT = '00'
008000         MOVE 'AUDIT-IN' TO DL215-ABEND-FILE-NAME
008010         MOVE DL215-AUDIT-IN-STATUS TO DL215-ABEND-FILE-STATUS
008020         PERFORM 9999-ABEND-PARAGRAPH
008030     END-IF.
008040     CLOSE GL-JOURNAL-OUT.
008050     IF DL215-GL-OUT-STATUS NOT = '00'
008060         MOVE 'GL-JOURNAL-OUT' TO DL215-ABEND-FILE-NAME
008070         MOVE DL215-GL-OUT-STATUS TO DL215-ABEND-FILE-STATUS
008080         PERFORM 9999-ABEND-PARAGRAPH
008090     END-IF.
008100     CLOSE GL-REPORT.
008110     IF DL215-GL-RPT-STATUS NOT = '00'
008120         MOVE 'GL-REPORT' TO DL215-ABEND-FILE-NAME
008130         MOVE DL215-GL-RPT-STATUS TO DL215-ABEND-FILE-STATUS
008140         PERFORM 9999-ABEND-PARAGRAPH
008150     END-IF.
008160 3000-EXIT.
008170     EXIT.
008180*
008190******************************************************************
008200*    3100-WRITE-TOTAL-LINE - WRITE ONE CAPTION/COUNT/AMOUNT      *
008210*    LINE.                                                       *
008220******************************************************************
008230 3100-WRITE-TOTAL-LINE.
008240     WRITE GL-REPORT-RECORD FROM DL215-TOTAL-LINE.
008250     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
008260 3100-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300*    3200-SET-VERDICT - THE PROOF, WORST FINDING FIRST.  THE     *
008310*    JOURNAL MUST BALANCE AND ITS NET MUST EQUAL TONIGHT'S       *
008320*    TRIAL BALANCE MOVEMENT; ANYTHING LESS IS RC 8 AND THE FILE  *
008330*    IS NOT TRANSMITTED.  AGREEING AMOUNTS OVER DIFFERENT RECORD *
008340*    COUNTS MEANS THE TWO STEPS READ DIFFERENT JOURNALS THAT     *
008350*    HAPPEN TO NET THE SAME - RC 4, TRANSMITTED, BUT LOOKED AT.  *
008360******************************************************************
008370 3200-SET-VERDICT.
008380     EVALUATE TRUE
008390         WHEN DL215-DEBIT-TOTAL NOT = DL215-CREDIT-TOTAL
008400             MOVE 'OUT OF BALANCE - DEBITS NOT EQUAL TO CREDITS'
008410                 TO VD-VERDICT
008420             MOVE 8 TO RETURN-CODE
008430         WHEN DL215-NO-BALNEW
008440             MOVE 'NOT PROVEN - NO TRIAL BALANCE TOTALS ON BALNEW'
008450                 TO VD-VERDICT
008460             MOVE 8 TO RETURN-CODE
008470         WHEN DL215-TRIAL-DATE NOT = DL215-PROCESS-DATE
008480             MOVE 'NOT PROVEN - BALNEW IS NOT FROM TONIGHT''S RUN'
008490                 TO VD-VERDICT
008500             DISPLAY 'GLJRNL - BALNEW DATE: ' DL215-TRIAL-DATE
008510                 ' PROCESS DATE: ' DL215-PROCESS-DATE
008520             MOVE 8 TO RETURN-CODE
008530         WHEN DL215-JOURNALED-NET NOT = DL215-TRIAL-MOVEMENT
008540             MOVE 'OUT OF BALANCE - JOURNAL NET NOT = TRIALBAL'
008550                 TO VD-VERDICT
008560             DISPLAY 'GLJRNL - JOURNALED NET: '
008570                 DL215-JOURNALED-NET
008580                 ' TRIAL BALANCE MOVEMENT: ' DL215-TRIAL-MOVEMENT
008590             MOVE 8 TO RETURN-CODE
008600         WHEN DL215-JOURNAL-COUNT NOT = DL215-TRIAL-COUNT
008610             MOVE 'BALANCED - BUT JOURNAL RECORD COUNTS DIFFER'
008620                 TO VD-VERDICT
008630             DISPLAY 'GLJRNL - JOURNAL RECORDS: '
008640                 DL215-JOURNAL-COUNT
008650                 ' TRIAL BALANCE RECORDS: ' DL215-TRIAL-COUNT
008660             MOVE 4 TO RETURN-CODE
008670         WHEN OTHER
008680             MOVE 'BALANCED' TO VD-VERDICT
008690     END-EVALUATE.
008700     IF RETURN-CODE > 4
008710         MOVE 37 TO DL215-MESSAGE-NUMBER
008720     ELSE
008730         MOVE 36 TO DL215-MESSAGE-NUMBER
008740     END-IF.
008750     DISPLAY DL100-MESSAGE-ENTRY (DL215-MESSAGE-NUMBER)
008760         ' - LINES: ' DL215-LINE-COUNT
008770         ' DEBITS: ' DL215-DEBIT-TOTAL.
008780 3200-EXIT.
008790     EXIT.
008800*
008810******************************************************************
008820*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
008830*    STATUS.                                                     *
008840******************************************************************
008850 9999-ABEND-PARAGRAPH.
008860     MOVE 4 TO DL215-MESSAGE-NUMBER.
008870     DISPLAY DL100-MESSAGE-ENTRY (DL215-MESSAGE-NUMBER).
008880     DISPLAY 'ABEND - FILE: ' DL215-ABEND-FILE-NAME
008890             ' STATUS: ' DL215-ABEND-FILE-STATUS
008900             ' JOURNAL RECORDS READ: ' DL215-JOURNAL-COUNT.
008910     MOVE 16 TO RETURN-CODE.
008920     STOP RUN.
