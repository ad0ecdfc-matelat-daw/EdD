000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   CUSTLKUP                                     *
000040*    AUTHOR.       J. MATELAT                                   *
000050*    INSTALLATION. EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN. 10/15/2026                                   *
000070*    DATE-COMPILED.                                             *
000080*                                                                *
000090*    PURPOSE.  CUSTOMER LOOKUP (DL255), RUN ON REQUEST WHEN A   *
000100*    CUSTOMER CALLS WITHOUT THEIR ACCOUNT NUMBER, OR WHEN A     *
000110*    SUSPENSE CORRECTION MATCHED NOTHING BECAUSE ITS ACCOUNT    *
000120*    NUMBER WAS MISTYPED (SUSPQUPD LISTS THOSE WITH THE NAME    *
000130*    THEY CARRY).  READS THE CUSTOMER NAME INDEX REBUILT        *
000140*    NIGHTLY BY CUSTNDXJ AND LISTS EVERY MATCHING ACCOUNT WITH  *
000150*    ITS STATUS, BALANCE, LAST ACTIVITY DATE, AND FULL ADDRESS  *
000160*    BLOCK, TAKEN FROM THE CUSTOMER MASTER ITSELF SO THE        *
000170*    DETAILS ARE CURRENT.  THE JCL EXEC PARM SELECTS WHAT       *
000180*    MATCHES:                                                   *
000190*      PARM='NAME=XXXX'         NAMES STARTING WITH XXXX        *
000200*      PARM='POSTAL=XXXXX'      POSTAL CODES STARTING WITH      *
000210*                               XXXXX                           *
000220*      PARM='PHONE=9999999999'  THAT PHONE NUMBER               *
000230*    A NAME LOOKUP STARTS THE INDEX AT THE NAME AND STOPS AT    *
000240*    THE FIRST NAME PAST IT; A POSTAL CODE OR PHONE LOOKUP      *
000250*    PASSES THE WHOLE INDEX.  AN ACCOUNT ON THE INDEX BUT NO    *
000260*    LONGER ON THE MASTER (DELETED SINCE THE INDEX WAS BUILT)   *
000270*    IS LISTED AS SUCH.                                         *
000280*    RETURN CODE 0 WHEN AT LEAST ONE ACCOUNT WAS LISTED, 4 WHEN *
000290*    NOTHING MATCHED (THE REPORT SAYS SO TOO), 16 ON A FILE     *
000300*    FAILURE OR AN UNRECOGNIZABLE PARM.                         *
000310*                                                                *
000320*    MODIFICATION HISTORY.                                      *
000330*    DATE       INIT DESCRIPTION                                *
000340*    10/15/2026 JM   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CUSTLKUP.
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
000500     SELECT NAME-INDEX
000510         ASSIGN TO NAMEIDX
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CX-INDEX-KEY
000550         FILE STATUS IS DL255-NAME-IDX-STATUS.
000560*
000570     SELECT CUSTOMER-MASTER
000580         ASSIGN TO CUSTMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CR-ACCOUNT-NUMBER
000620         FILE STATUS IS DL255-CUST-MST-STATUS.
000630*
000640     SELECT LOOKUP-REPORT
000650         ASSIGN TO LKUPRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS DL255-LKUP-RPT-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  NAME-INDEX
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  NAME-INDEX-RECORD.
000770     COPY CUSTOMER-INDEX.
000780*
000790 FD  CUSTOMER-MASTER
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 156 CHARACTERS.
000820 01  CUSTOMER-MASTER-RECORD.
000830     COPY CUSTOMER-RECORD.
000840*
000850 FD  LOOKUP-REPORT
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 133 CHARACTERS.
000880 01  LOOKUP-REPORT-RECORD        PIC X(133).
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920 COPY MESSAGES.
000930*
000940 01  DL255-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
000950*
000960 01  DL255-FILE-STATUS-FIELDS.
000970     05  DL255-NAME-IDX-STATUS       PIC X(02) VALUE '00'.
000980     05  DL255-CUST-MST-STATUS       PIC X(02) VALUE '00'.
000990     05  DL255-LKUP-RPT-STATUS       PIC X(02) VALUE '00'.
001000*
001010 01  DL255-ABEND-FIELDS.
001020     05  DL255-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001030     05  DL255-ABEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001040*
001050 01  DL255-SWITCHES.
001060     05  DL255-EOF-SWITCH            PIC X(01) VALUE 'N'.
001070         88  DL255-END-OF-INDEX          VALUE 'Y'.
001080         88  DL255-NOT-END-OF-INDEX      VALUE 'N'.
001090     05  DL255-SELECT-TYPE           PIC X(01) VALUE SPACE.
001100         88  DL255-SELECT-BY-NAME        VALUE 'N'.
001110         88  DL255-SELECT-BY-POSTAL      VALUE 'P'.
001120         88  DL255-SELECT-BY-PHONE       VALUE 'T'.
001130*
001140 01  DL255-COUNTERS.
001150     05  DL255-INDEX-COUNT           PIC 9(07) VALUE ZERO.
001160     05  DL255-LISTED-COUNT          PIC 9(07) VALUE ZERO.
001170     05  DL255-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZERO.
001180*
001190*    THE SELECTION VALUE FROM THE PARM AND ITS LENGTH.  A NAME OR
001200*    POSTAL CODE MATCHES ON ITS FIRST DL255-SELECT-LENGTH
001210*    CHARACTERS; A PHONE NUMBER MATCHES ALL TEN.  THE VALUE IS
001220*    SPACE-FILLED, SO THOSE CHARACTERS COMPARE EQUAL TO ALL OF IT.
001230 01  DL255-SELECT-FIELDS.
001240     05  DL255-SELECT-VALUE          PIC X(30) VALUE SPACES.
001250     05  DL255-SELECT-LENGTH         PIC 9(04) COMP VALUE ZERO.
001260*
001270 01  DL255-REPORT-HEADING-LINE.
001280     05  FILLER                      PIC X(01) VALUE '1'.
001290     05  FILLER                      PIC X(40) VALUE
001300         'EDD CUSTOMER LOOKUP'.
001310     05  FILLER                      PIC X(92) VALUE SPACES.
001320*
001330 01  DL255-SELECT-LINE.
001340     05  FILLER                      PIC X(01) VALUE SPACE.
001350     05  FILLER                      PIC X(12) VALUE
001360         'SELECTION:'.
001370     05  SL-SELECTION                PIC X(40) VALUE SPACES.
001380     05  FILLER                      PIC X(80) VALUE SPACES.
001390*
001400 01  DL255-ACCOUNT-LINE.
001410     05  FILLER                      PIC X(01) VALUE SPACE.
001420     05  FILLER                      PIC X(09) VALUE 'ACCOUNT:'.
001430     05  AL-ACCOUNT-NUMBER           PIC 9(10).
001440     05  FILLER                      PIC X(02) VALUE SPACES.
001450     05  AL-CUSTOMER-NAME            PIC X(30).
001460     05  FILLER                      PIC X(02) VALUE SPACES.
001470     05  FILLER                      PIC X(08) VALUE 'STATUS:'.
001480     05  AL-STATUS-CODE              PIC X(01).
001490     05  FILLER                      PIC X(01) VALUE SPACE.
001500     05  AL-STATUS-TEXT              PIC X(08).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  FILLER                      PIC X(09) VALUE 'BALANCE:'.
001530     05  AL-BALANCE                  PIC -9(9).99.
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  FILLER                      PIC X(15) VALUE
001560         'LAST ACTIVITY:'.
001570     05  AL-LAST-ACTIVITY-DATE       PIC 9(08).
001580     05  FILLER                      PIC X(12) VALUE SPACES.
001590*
001600*    THE ADDRESS BLOCK PRINTS UNDER THE NAME, ONE LINE EACH FOR
001610*    ADDRESS LINE 1, ADDRESS LINE 2 WHEN THERE IS ONE, CITY /
001620*    STATE / POSTAL CODE, AND PHONE.  A RETURNED-MAIL FLAG ADDS A
001630*    LINE WITH THE DATE THE MAIL CAME BACK.
001640 01  DL255-ADDRESS-LINE.
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  FILLER                      PIC X(21) VALUE SPACES.
001670     05  DA-CAPTION                  PIC X(09) VALUE SPACES.
001680     05  DA-TEXT                     PIC X(40) VALUE SPACES.
001690     05  FILLER                      PIC X(62) VALUE SPACES.
001700*
001710 01  DL255-CITY-TEXT.
001720     05  CT-CITY                     PIC X(18).
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  CT-STATE-PROV               PIC X(02).
001750     05  FILLER                      PIC X(02) VALUE SPACES.
001760     05  CT-POSTAL-CODE              PIC X(09).
001770     05  FILLER                      PIC X(08) VALUE SPACES.
001780*
001790 01  DL255-MAIL-LINE.
001800     05  FILLER                      PIC X(01) VALUE SPACE.
001810     05  FILLER                      PIC X(21) VALUE SPACES.
001820     05  FILLER                      PIC X(38) VALUE
001830         '*** MAIL RETURNED UNDELIVERABLE ON'.
001840     05  ML-RETURN-DATE              PIC 9(08).
001850     05  FILLER                      PIC X(65) VALUE SPACES.
001860*
001870 01  DL255-COUNT-LINE.
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  FILLER                      PIC X(32) VALUE SPACES.
001900     05  CN-CAPTION                  PIC X(32) VALUE SPACES.
001910     05  CN-COUNT                    PIC ZZZ,ZZ9.
001920     05  FILLER                      PIC X(61) VALUE SPACES.
001930*
001940 01  DL255-BLANK-LINE                PIC X(133) VALUE SPACES.
001950*
001960 LINKAGE SECTION.
001970*
001980 01  LS-PARM-AREA.
001990     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002000     05  LS-PARM-TEXT                PIC X(80).
002010*
002020 PROCEDURE DIVISION USING LS-PARM-AREA.
002030*
002040******************************************************************
002050*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE LOOKUP.           *
002060******************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-CHECK-ONE-ENTRY THRU 2000-EXIT
002100         UNTIL DL255-END-OF-INDEX.
002110     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002120     STOP RUN.
002130*
002140******************************************************************
002150*    1000-INITIALIZE - PARSE THE SELECTION PARM, OPEN THE FILES, *
002160*    WRITE THE HEADINGS, AND POSITION THE INDEX AT THE FIRST     *
002170*    ENTRY THAT CAN MATCH.                                       *
002180******************************************************************
002190 1000-INITIALIZE.
002200     MOVE 66 TO DL255-MESSAGE-NUMBER.
002210     DISPLAY DL100-MESSAGE-ENTRY (DL255-MESSAGE-NUMBER).
002220     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002230     OPEN INPUT NAME-INDEX.
002240     IF DL255-NAME-IDX-STATUS NOT = '00'
002250         MOVE 'NAME-INDEX' TO DL255-ABEND-FILE-NAME
002260         MOVE DL255-NAME-IDX-STATUS TO DL255-ABEND-FILE-STATUS
002270         PERFORM 9999-ABEND-PARAGRAPH
002280     END-IF.
002290     OPEN INPUT CUSTOMER-MASTER.
002300     IF DL255-CUST-MST-STATUS NOT = '00'
002310         MOVE 'CUST-MASTER' TO DL255-ABEND-FILE-NAME
002320         MOVE DL255-CUST-MST-STATUS TO DL255-ABEND-FILE-STATUS
002330         PERFORM 9999-ABEND-PARAGRAPH
002340     END-IF.
002350     OPEN OUTPUT LOOKUP-REPORT.
002360     IF DL255-LKUP-RPT-STATUS NOT = '00'
002370         MOVE 'LKUP-REPORT' TO DL255-ABEND-FILE-NAME
002380         MOVE DL255-LKUP-RPT-STATUS TO DL255-ABEND-FILE-STATUS
002390         PERFORM 9999-ABEND-PARAGRAPH
002400     END-IF.
002410     WRITE LOOKUP-REPORT-RECORD FROM DL255-REPORT-HEADING-LINE.
002420     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002430     WRITE LOOKUP-REPORT-RECORD FROM DL255-SELECT-LINE.
002440     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002450     WRITE LOOKUP-REPORT-RECORD FROM DL255-BLANK-LINE.
002460     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002470     IF DL255-SELECT-BY-NAME
002480         PERFORM 1200-START-AT-NAME THRU 1200-EXIT
002490     END-IF.
002500     IF DL255-NOT-END-OF-INDEX
002510         PERFORM 2900-READ-NEXT-INDEX THRU 2900-EXIT
002520     END-IF.
002530 1000-EXIT.
002540     EXIT.
002550*
002560******************************************************************
002570*    1100-PARSE-PARM - EXACTLY ONE OF A NAME, A POSTAL CODE, OR  *
002580*    A PHONE NUMBER.  AN UNRECOGNIZABLE PARM STOPS THE RUN       *
002590*    RATHER THAN GUESS WHICH WAS MEANT.                          *
002600******************************************************************
002610 1100-PARSE-PARM.
002620     IF LS-PARM-LENGTH = ZERO
002630         DISPLAY 'CUSTLKUP - A SELECTION IS REQUIRED - '
002640             'PARM=''NAME=X'', ''POSTAL=X'' OR ''PHONE=N'''
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002662     END-IF.
002664     IF LS-PARM-TEXT (1:LS-PARM-LENGTH) = SPACES
002666         DISPLAY 'CUSTLKUP - A SELECTION IS REQUIRED - '
002668             'PARM=''NAME=X'', ''POSTAL=X'' OR ''PHONE=N'''
002670         MOVE 16 TO RETURN-CODE
002672         STOP RUN
002674     END-IF.
002676     IF LS-PARM-LENGTH > 40
002678         MOVE LS-PARM-TEXT (1:40) TO SL-SELECTION
002680     ELSE
002682         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO SL-SELECTION
002684     END-IF.
002690     IF LS-PARM-TEXT (1:5) = 'NAME='
002700         AND LS-PARM-LENGTH > 5
002710         AND LS-PARM-LENGTH <= 35
002720         AND LS-PARM-TEXT (6:1) NOT = SPACE
002730         MOVE 'N' TO DL255-SELECT-TYPE
002740         SUBTRACT 5 FROM LS-PARM-LENGTH GIVING DL255-SELECT-LENGTH
002750         MOVE LS-PARM-TEXT (6:DL255-SELECT-LENGTH) TO
002760             DL255-SELECT-VALUE
002770         GO TO 1100-EXIT
002780     END-IF.
002790     IF LS-PARM-TEXT (1:7) = 'POSTAL='
002800         AND LS-PARM-LENGTH > 7
002810         AND LS-PARM-LENGTH <= 16
002820         AND LS-PARM-TEXT (8:1) NOT = SPACE
002830         MOVE 'P' TO DL255-SELECT-TYPE
002840         SUBTRACT 7 FROM LS-PARM-LENGTH GIVING DL255-SELECT-LENGTH
002850         MOVE LS-PARM-TEXT (8:DL255-SELECT-LENGTH) TO
002860             DL255-SELECT-VALUE
002870         GO TO 1100-EXIT
002880     END-IF.
002890     IF LS-PARM-TEXT (1:6) = 'PHONE='
002900         AND LS-PARM-LENGTH = 16
002910         AND LS-PARM-TEXT (7:10) IS NUMERIC
002920         MOVE 'T' TO DL255-SELECT-TYPE
002930         MOVE 10 TO DL255-SELECT-LENGTH
002940         MOVE LS-PARM-TEXT (7:10) TO DL255-SELECT-VALUE
002950         GO TO 1100-EXIT
002960     END-IF.
002966     DISPLAY 'CUSTLKUP - UNRECOGNIZABLE PARM: '
002972         LS-PARM-TEXT (1:LS-PARM-LENGTH).
002980     MOVE 16 TO RETURN-CODE.
002990     STOP RUN.
003000 1100-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    1200-START-AT-NAME - POSITION THE INDEX AT THE FIRST NAME   *
003050*    THAT BEGINS WITH THE SELECTION.  STATUS 23 MEANS NO NAME    *
003060*    SORTS AT OR PAST IT - AN EMPTY ANSWER, NOT AN ERROR.        *
003070******************************************************************
003080 1200-START-AT-NAME.
003090     MOVE LOW-VALUES TO CX-INDEX-KEY.
003100     MOVE DL255-SELECT-VALUE (1:DL255-SELECT-LENGTH) TO
003110         CX-CUSTOMER-NAME (1:DL255-SELECT-LENGTH).
003120     START NAME-INDEX
003130         KEY IS NOT LESS THAN CX-INDEX-KEY
003140         INVALID KEY
003150             MOVE 'Y' TO DL255-EOF-SWITCH
003160     END-START.
003170     IF DL255-NAME-IDX-STATUS NOT = '00'
003180         AND DL255-NAME-IDX-STATUS NOT = '23'
003190         MOVE 'NAME-INDEX' TO DL255-ABEND-FILE-NAME
003200         MOVE DL255-NAME-IDX-STATUS TO DL255-ABEND-FILE-STATUS
003210         PERFORM 9999-ABEND-PARAGRAPH
003220     END-IF.
003230 1200-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*    2000-CHECK-ONE-ENTRY - LIST THE ACCOUNT IN THE INDEX BUFFER *
003280*    IF IT MATCHES THE SELECTION, THEN READ THE NEXT.  A NAME    *
003290*    LOOKUP ONLY EVER SEES MATCHING NAMES - 2900 ENDS IT AT THE  *
003300*    FIRST ONE PAST.                                             *
003310******************************************************************
003320 2000-CHECK-ONE-ENTRY.
003330     EVALUATE TRUE
003340         WHEN DL255-SELECT-BY-NAME
003350             PERFORM 2100-LIST-ONE-ACCOUNT THRU 2100-EXIT
003360         WHEN DL255-SELECT-BY-POSTAL
003370             IF CX-POSTAL-CODE (1:DL255-SELECT-LENGTH) =
003380                 DL255-SELECT-VALUE (1:DL255-SELECT-LENGTH)
003390                 PERFORM 2100-LIST-ONE-ACCOUNT THRU 2100-EXIT
003400             END-IF
003410         WHEN DL255-SELECT-BY-PHONE
003420             IF CX-PHONE = DL255-SELECT-VALUE (1:10)
003430                 PERFORM 2100-LIST-ONE-ACCOUNT THRU 2100-EXIT
003440             END-IF
003450     END-EVALUATE.
003460     PERFORM 2900-READ-NEXT-INDEX THRU 2900-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510*    2100-LIST-ONE-ACCOUNT - READ THE MASTER FOR THE ACCOUNT THE *
003520*    INDEX NAMES AND PRINT ITS DETAILS AND ADDRESS BLOCK.  AN    *
003530*    ACCOUNT DELETED SINCE THE INDEX WAS BUILT IS LISTED FROM    *
003540*    THE INDEX AND COUNTED.                                      *
003550******************************************************************
003560 2100-LIST-ONE-ACCOUNT.
003570     MOVE CX-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
003580     READ CUSTOMER-MASTER
003590         INVALID KEY
003600             CONTINUE
003610     END-READ.
003620     IF DL255-CUST-MST-STATUS = '23'
003630         ADD 1 TO DL255-NOT-ON-MASTER-COUNT
003640         PERFORM 2200-PRINT-NOT-ON-MASTER THRU 2200-EXIT
003650         GO TO 2100-EXIT
003660     END-IF.
003670     IF DL255-CUST-MST-STATUS NOT = '00'
003680         MOVE 'CUST-MASTER' TO DL255-ABEND-FILE-NAME
003690         MOVE DL255-CUST-MST-STATUS TO DL255-ABEND-FILE-STATUS
003700         PERFORM 9999-ABEND-PARAGRAPH
003710     END-IF.
003720     MOVE CR-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
003730     MOVE CR-CUSTOMER-NAME TO AL-CUSTOMER-NAME.
003740     MOVE CR-STATUS-CODE TO AL-STATUS-CODE.
003750     EVALUATE TRUE
003760         WHEN CR-STATUS-ACTIVE
003770             MOVE 'ACTIVE' TO AL-STATUS-TEXT
003780         WHEN CR-STATUS-INACTIVE
003790             MOVE 'INACTIVE' TO AL-STATUS-TEXT
003800         WHEN CR-STATUS-CLOSED
003810             MOVE 'CLOSED' TO AL-STATUS-TEXT
003820         WHEN CR-STATUS-DORMANT
003830             MOVE 'DORMANT' TO AL-STATUS-TEXT
003840         WHEN OTHER
003850             MOVE 'UNKNOWN' TO AL-STATUS-TEXT
003860     END-EVALUATE.
003870     MOVE CR-BALANCE TO AL-BALANCE.
003880     MOVE CR-LAST-ACTIVITY-DATE TO AL-LAST-ACTIVITY-DATE.
003890     WRITE LOOKUP-REPORT-RECORD FROM DL255-ACCOUNT-LINE.
003900     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003910     MOVE 'ADDRESS:' TO DA-CAPTION.
003920     MOVE CR-ADDRESS-LINE-1 TO DA-TEXT.
003930     PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT.
003940     MOVE SPACES TO DA-CAPTION.
003950     IF CR-ADDRESS-LINE-2 NOT = SPACES
003960         MOVE CR-ADDRESS-LINE-2 TO DA-TEXT
003970         PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT
003980     END-IF.
003990     MOVE CR-CITY TO CT-CITY.
004000     MOVE CR-STATE-PROV TO CT-STATE-PROV.
004010     MOVE CR-POSTAL-CODE TO CT-POSTAL-CODE.
004020     MOVE DL255-CITY-TEXT TO DA-TEXT.
004030     PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT.
004040     MOVE 'PHONE:' TO DA-CAPTION.
004050     MOVE CR-PHONE TO DA-TEXT.
004060     PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT.
004070     IF CR-MAIL-UNDELIVERABLE
004080         MOVE CR-MAIL-RETURN-DATE TO ML-RETURN-DATE
004090         WRITE LOOKUP-REPORT-RECORD FROM DL255-MAIL-LINE
004100         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
004110     END-IF.
004120     WRITE LOOKUP-REPORT-RECORD FROM DL255-BLANK-LINE.
004130     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004140     ADD 1 TO DL255-LISTED-COUNT.
004150 2100-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*    2200-PRINT-NOT-ON-MASTER - THE INDEX STILL NAMES AN ACCOUNT *
004200*    THE MASTER NO LONGER HOLDS.  PRINT WHAT THE INDEX KNOWS.    *
004210******************************************************************
004220 2200-PRINT-NOT-ON-MASTER.
004230     MOVE CX-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
004240     MOVE CX-CUSTOMER-NAME TO AL-CUSTOMER-NAME.
004250     MOVE SPACE TO AL-STATUS-CODE.
004260     MOVE SPACES TO AL-STATUS-TEXT.
004270     MOVE ZERO TO AL-BALANCE.
004280     MOVE ZERO TO AL-LAST-ACTIVITY-DATE.
004290     WRITE LOOKUP-REPORT-RECORD FROM DL255-ACCOUNT-LINE.
004300     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004310     MOVE SPACES TO DA-CAPTION.
004320     MOVE '*** NO LONGER ON THE CUSTOMER MASTER' TO DA-TEXT.
004330     PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT.
004340     WRITE LOOKUP-REPORT-RECORD FROM DL255-BLANK-LINE.
004350     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004360 2200-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400*    2800-WRITE-ADDRESS-LINE - ONE LINE OF THE ADDRESS BLOCK.    *
004410*    THE CALLER STAGED THE CAPTION AND TEXT.                     *
004420******************************************************************
004430 2800-WRITE-ADDRESS-LINE.
004440     WRITE LOOKUP-REPORT-RECORD FROM DL255-ADDRESS-LINE.
004450     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004460 2800-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*    2900-READ-NEXT-INDEX - THE ONE PLACE THAT READS THE INDEX   *
004510*    FORWARD.  A NAME LOOKUP ENDS AT THE FIRST NAME THAT DOES    *
004520*    NOT BEGIN WITH THE SELECTION; THE OTHERS RUN TO END OF      *
004530*    FILE.                                                       *
004540******************************************************************
004550 2900-READ-NEXT-INDEX.
004560     READ NAME-INDEX NEXT RECORD
004570         AT END
004580             MOVE 'Y' TO DL255-EOF-SWITCH
004590         NOT AT END
004600             ADD 1 TO DL255-INDEX-COUNT
004610             IF DL255-SELECT-BY-NAME
004620                 AND CX-CUSTOMER-NAME (1:DL255-SELECT-LENGTH)
004630                     NOT = DL255-SELECT-VALUE
004640                 MOVE 'Y' TO DL255-EOF-SWITCH
004650             END-IF
004660     END-READ.
004670     IF DL255-NAME-IDX-STATUS NOT = '00'
004680         AND DL255-NAME-IDX-STATUS NOT = '10'
004690         MOVE 'NAME-INDEX' TO DL255-ABEND-FILE-NAME
004700         MOVE DL255-NAME-IDX-STATUS TO DL255-ABEND-FILE-STATUS
004710         PERFORM 9999-ABEND-PARAGRAPH
004720     END-IF.
004730 2900-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770*    2950-CHECK-REPORT-WRITE - ONE FILE STATUS CHECK FOR EVERY   *
004780*    REPORT LINE WRITTEN.                                        *
004790******************************************************************
004800 2950-CHECK-REPORT-WRITE.
004810     IF DL255-LKUP-RPT-STATUS NOT = '00'
004820         MOVE 'LKUP-REPORT' TO DL255-ABEND-FILE-NAME
004830         MOVE DL255-LKUP-RPT-STATUS TO DL255-ABEND-FILE-STATUS
004840         PERFORM 9999-ABEND-PARAGRAPH
004850     END-IF.
004860 2950-EXIT.
004870     EXIT.
004880*
004890******************************************************************
004900*    3000-WRAP-UP - COUNT LINES, RETURN CODE, AND CLOSES.        *
004910******************************************************************
004920 3000-WRAP-UP.
004930     MOVE 'INDEX ENTRIES READ:' TO CN-CAPTION.
004940     MOVE DL255-INDEX-COUNT TO CN-COUNT.
004950     WRITE LOOKUP-REPORT-RECORD FROM DL255-COUNT-LINE.
004960     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004970     MOVE 'ACCOUNTS LISTED:' TO CN-CAPTION.
004980     MOVE DL255-LISTED-COUNT TO CN-COUNT.
004990     WRITE LOOKUP-REPORT-RECORD FROM DL255-COUNT-LINE.
005000     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
005010     IF DL255-NOT-ON-MASTER-COUNT > ZERO
005020         MOVE 'NO LONGER ON THE MASTER:' TO CN-CAPTION
005030         MOVE DL255-NOT-ON-MASTER-COUNT TO CN-COUNT
005040         WRITE LOOKUP-REPORT-RECORD FROM DL255-COUNT-LINE
005050         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
005060     END-IF.
005070     IF DL255-LISTED-COUNT = ZERO
005080         AND DL255-NOT-ON-MASTER-COUNT = ZERO
005090         MOVE SPACES TO DA-CAPTION
005100         MOVE 'NOTHING MATCHED THE SELECTION' TO DA-TEXT
005110         WRITE LOOKUP-REPORT-RECORD FROM DL255-BLANK-LINE
005120         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
005130         PERFORM 2800-WRITE-ADDRESS-LINE THRU 2800-EXIT
005140         DISPLAY 'CUSTLKUP - NOTHING MATCHED THE SELECTION'
005150         MOVE 4 TO RETURN-CODE
005160     END-IF.
005170     CLOSE NAME-INDEX.
005180     IF DL255-NAME-IDX-STATUS NOT = '00'
005190         MOVE 'NAME-INDEX' TO DL255-ABEND-FILE-NAME
005200         MOVE DL255-NAME-IDX-STATUS TO DL255-ABEND-FILE-STATUS
005210         PERFORM 9999-ABEND-PARAGRAPH
005220     END-IF.
005230     CLOSE CUSTOMER-MASTER.
005240     IF DL255-CUST-MST-STATUS NOT = '00'
005250         MOVE 'CUST-MASTER' TO DL255-ABEND-FILE-NAME
005260         MOVE DL255-CUST-MST-STATUS TO DL255-ABEND-FILE-STATUS
005270         PERFORM 9999-ABEND-PARAGRAPH
005280     END-IF.
005290     CLOSE LOOKUP-REPORT.
005300     IF DL255-LKUP-RPT-STATUS NOT = '00'
005310         MOVE 'LKUP-REPORT' TO DL255-ABEND-FILE-NAME
005320         MOVE DL255-LKUP-RPT-STATUS TO DL255-ABEND-FILE-STATUS
005330         PERFORM 9999-ABEND-PARAGRAPH
005340     END-IF.
005350     MOVE 67 TO DL255-MESSAGE-NUMBER.
005360     DISPLAY DL100-MESSAGE-ENTRY (DL255-MESSAGE-NUMBER)
005370         ' - ACCOUNTS LISTED: ' DL255-LISTED-COUNT.
005380 3000-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
005430*    STATUS.                                                     *
005440******************************************************************
005450 9999-ABEND-PARAGRAPH.
005460     MOVE 4 TO DL255-MESSAGE-NUMBER.
005470     DISPLAY DL100-MESSAGE-ENTRY (DL255-MESSAGE-NUMBER).
005480     DISPLAY 'ABEND - FILE: ' DL255-ABEND-FILE-NAME
005490             ' STATUS: ' DL255-ABEND-FILE-STATUS
005500             ' INDEX ENTRIES READ: ' DL255-INDEX-COUNT.
005510     MOVE 16 TO RETURN-CODE.
005520     STOP RUN.
