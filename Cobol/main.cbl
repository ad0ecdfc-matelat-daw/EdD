002570*                   ADDS AND DELETES FOREVER.  THE RETRANSMIT    *
002580*                   COUNT RIDES THE CHECKPOINT IN WHAT WAS       *
002590*                   ITS TRAILING FILLER - STILL 300 BYTES.       *
002591*    10/15/2026 JM   REVERSAL TRANSACTION ('R', TRANREV).  THE   *
002592*                   DETAIL NAMES THE POSTING IT BACKS OUT BY     *
002593*                   PROCESS DATE AND AUDIT SEQUENCE IN WHAT WAS  *
002594*                   TRAILING FILLER; THE ORIGINAL IS READ FROM   *
002595*                   THE AUDIT HISTORY (AUDHIST DD, READ ONLY)    *
002596*                   AND REFUSED IF IT IS MISSING, NOT A BALANCE  *
002597*                   POSTING, OR ALREADY REVERSED, EITHER ON THE  *
002598*                   HISTORY OR EARLIER IN THIS RUN.  THE         *
002599*                   JOURNAL CARRIES THE REFERENCE (AUDITJ GREW   *
002600*                   314 TO 329 BYTES) AND REVERSALS ARE THEIR    *
002601*                   OWN ROW ON THE SUMMARY PAGE AND SMRYOUT.     *
002602*                   CHECKPOINT GREW 300 TO 325 BYTES - INSTALL   *
002603*                   WITH NO RESTART PENDING.                     *
002604*    10/15/2026 JM   EVERY JOURNAL RECORD CARRIES ITS BATCH DATE *
002605*                   (THE RECYCLED OR HEADER DATE, AS ON THE      *
002606*                   SUSPENSE FILE) FOR THE GL JOURNAL (GLJRNL).  *
002607*                   AUDITJ GREW 329 TO 337 BYTES.                *
002608*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE   *
002609*                   CONTROL FILE.  A PRODUCTION RUN IS REFUSED   *
002610*                   UNTIL TONIGHT'S EDIT (DL090) HAS ENDED       *
002611*                   CLEAN, AND AFTER THE NIGHT'S RUN HAS         *
002612*                   COMPLETED UNLESS PARM='PROD,RERUN'.  A TEST  *
002613*                   RUN LEAVES CYCLE CONTROL ALONE.              *
002614*    10/15/2026 JM   CUSTOMER MASTER GREW 147 TO 156 BYTES WITH  *
002615*                   THE RETURNED-MAIL FLAG AND DATE, CARRIED ON  *
002616*                   EVERY UPDATE.  AUDITJ GREW 337 TO 355.       *
002617*    10/15/2026 JM   THE PROCESS DATE IS NOW THE CYCLE DATE      *
002618*                   CYCLCTL RETURNS, NOT THE CLOCK - A RUN PAST  *
002619*                   MIDNIGHT DATED ITS OUTPUT A DAY LATE.        *
002620*    10/15/2026 JM   A REASON-30 REVERSAL BACK FROM SUSPENSE     *
002621*                   SKIPS THE REFERENCE EDIT - ACKMATCH CANNOT   *
002622*                   REBUILD THE REFERENCE.                       *
002623*                                                                *
002624******************************************************************
002625 IDENTIFICATION DIVISION.
002630 PROGRAM-ID. HELLO-WORLD.
002640 AUTHOR. J. MATELAT.
002650 INSTALLATION. EDD BATCH SYSTEMS.
003180         ACCESS MODE IS RANDOM
003190         RECORD KEY IS CR-ACCOUNT-NUMBER
003200         FILE STATUS IS DL100-CUST-MST-STATUS.
003201*
003202*    THE PERMANENT AUDIT HISTORY, READ ONLY - A REVERSAL LOOKS UP
003203*    THE POSTING IT NAMES HERE, AND ANY EARLIER REVERSAL OF IT.
003204     SELECT AUDIT-HISTORY
003205         ASSIGN TO AUDHIST
003206         ORGANIZATION IS INDEXED
003207         ACCESS MODE IS DYNAMIC
003208         RECORD KEY IS AH-HISTORY-KEY
003209         FILE STATUS IS DL100-AUDIT-HST-STATUS.
003210*
003220     SELECT SUSPENSE-OUT
003230         ASSIGN TO SUSPOUT
004000         88  TD-TRAN-NAME-ADDR       VALUE 'N'.
004010         88  TD-TRAN-PAYMENT         VALUE 'P'.
004020         88  TD-TRAN-DEBIT           VALUE 'B'.
004025         88  TD-TRAN-REVERSAL        VALUE 'R'.
004030     05  TD-ACCOUNT-NUMBER       PIC 9(10).
004040     05  TD-CUSTOMER-NAME        PIC X(30).
004050     05  TD-BALANCE              PIC S9(9)V99.
004080         88  TD-STATUS-INACTIVE      VALUE 'I'.
004090         88  TD-STATUS-CLOSED        VALUE 'C'.
004100     05  TD-LAST-ACTIVITY-DATE   PIC 9(08).
004110*    AN 'R' (REVERSAL) NAMES THE POSTING IT BACKS OUT BY ITS
004111*    AUDIT HISTORY KEY - THE ACCOUNT ABOVE, PLUS THESE.  ZERO OR
004112*    SPACES ON EVERY OTHER TYPE.
004113     05  TD-REVERSED-DATE        PIC 9(08).
004114     05  TD-REVERSED-SEQUENCE    PIC 9(07).
004115     05  FILLER                  PIC X(23).
004120*
004130*    THE 'N' (NAME-AND-ADDRESS) TRANSACTION REUSES THE SAME 100
004140*    BYTES WITH ITS OWN FIELD POSITIONS.  IT CARRIES NO BALANCE,
004560*
004570 FD  CHECKPOINT-FILE
004580     LABEL RECORDS ARE STANDARD
004590     RECORD CONTAINS 325 CHARACTERS.
004600 01  CHECKPOINT-RECORD.
004610     05  CK-RECORD-COUNT         PIC 9(07).
004620     05  CK-CONTROL-TOTAL        PIC S9(09)V99.
004700     05  CK-SUSPENSE-COUNT       PIC 9(07).
004710*    IMAGE OF DL100-SUMMARY-COUNTERS, GROUP-MOVED IN AND OUT SO
004720*    THE SUMMARY PAGE SURVIVES A CHECKPOINT RESTART.
004730     05  CK-SUMMARY-AREA         PIC X(199).
004740     05  CK-AUDIT-COUNT          PIC 9(07).
004750*    IMAGE OF DL100-BATCH-FIELDS, GROUP-MOVED LIKE THE SUMMARY
004760*    COUNTERS SO A RESTART RESUMES MID-BATCH CORRECTLY.
004960*
004970 FD  CUSTOMER-MASTER
004980     LABEL RECORDS ARE STANDARD
004990     RECORD CONTAINS 156 CHARACTERS.
005000 01  CUSTOMER-MASTER-RECORD.
005010     COPY CUSTOMER-RECORD.
005020*
005350*
005360 FD  AUDIT-JOURNAL
005370     LABEL RECORDS ARE STANDARD
005380     RECORD CONTAINS 355 CHARACTERS.
005390 01  AUDIT-JOURNAL-RECORD.
005400     COPY AUDIT-RECORD.
005410*
005420 FD  WORK-AUDIT
005430     LABEL RECORDS ARE STANDARD
005440     RECORD CONTAINS 355 CHARACTERS.
005450 01  WORK-AUDIT-RECORD           PIC X(355).
005451*
005452 FD  AUDIT-HISTORY
005453     LABEL RECORDS ARE STANDARD
005454     RECORD CONTAINS 357 CHARACTERS.
005455 01  AUDIT-HISTORY-RECORD.
005456     COPY AUDIT-HISTORY.
005460*
005470 FD  RUN-HISTORY
005480     LABEL RECORDS ARE STANDARD
005940 COPY MESSAGES.
005950*
005960 01  DL100-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
005962*
005964 01  DL100-CYCLE-AREA.
005966     COPY CYCLE-CALL.
005970*
005980 01  DL100-FILE-STATUS-FIELDS.
005990     05  DL100-TRANS-IN-STATUS       PIC X(02) VALUE '00'.
006120     05  DL100-RUN-HIST-STATUS       PIC X(02) VALUE '00'.
006130     05  DL100-BATCH-REG-STATUS      PIC X(02) VALUE '00'.
006140     05  DL100-CTL-CARD-STATUS       PIC X(02) VALUE '00'.
006145     05  DL100-AUDIT-HST-STATUS      PIC X(02) VALUE '00'.
006150*
006160 01  DL100-PROCESS-DATE              PIC 9(08) VALUE ZERO.
006170*
006490     05  DL100-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
006500         88  DL100-DATE-VALID            VALUE 'Y'.
006510         88  DL100-DATE-NOT-VALID        VALUE 'N'.
006513     05  DL100-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
006516         88  DL100-CYCLE-STEP-STARTED    VALUE 'Y'.
006520*
006530 01  DL100-EDIT-DATE-FIELDS.
006540     05  DL100-EDIT-DATE             PIC 9(08) VALUE ZERO.
006800     05  DL100-DBT-ACCEPT-COUNT      PIC 9(07) VALUE ZERO.
006810     05  DL100-DBT-REJECT-COUNT      PIC 9(07) VALUE ZERO.
006820     05  DL100-DBT-BALANCE-TOTAL     PIC S9(09)V99 VALUE ZERO.
006822     05  DL100-REV-ACCEPT-COUNT      PIC 9(07) VALUE ZERO.
006824     05  DL100-REV-REJECT-COUNT      PIC 9(07) VALUE ZERO.
006826     05  DL100-REV-BALANCE-TOTAL     PIC S9(09)V99 VALUE ZERO.
006830     05  DL100-NAM-ACCEPT-COUNT      PIC 9(07) VALUE ZERO.
006840     05  DL100-NAM-REJECT-COUNT      PIC 9(07) VALUE ZERO.
006850     05  DL100-OTH-REJECT-COUNT      PIC 9(07) VALUE ZERO.
007720         10  DL100-REG-BATCH-ID      PIC X(08).
007730         10  DL100-REG-BATCH-DATE    PIC 9(08).
007740*
007741*    EVERY POSTING REVERSED SO FAR IN THIS RUN.  THE AUDIT
007742*    HISTORY ONLY HOLDS EARLIER NIGHTS' REVERSALS - AUDHIST LOADS
007743*    TONIGHT'S JOURNAL AFTER THIS STEP - SO A SECOND REVERSAL OF
007744*    THE SAME POSTING IN ONE RUN IS CAUGHT HERE.  A RESTART
007745*    REBUILDS THE TABLE FROM THE JOURNAL RECORDS IT KEEPS.  500
007746*    SLOTS IS FAR MORE THAN A NIGHT'S CORRECTIONS; WHEN IT FILLS,
007747*    THE OVERFLOW WARNING ON THE CONSOLE SAYS SO.
007748 01  DL100-REVERSAL-FIELDS.
007749     05  DL100-REVERSAL-MAX          PIC 9(04) COMP VALUE 500.
007750     05  DL100-REVERSAL-COUNT        PIC 9(04) COMP VALUE ZERO.
007751     05  DL100-REVERSAL-INDEX        PIC 9(04) COMP VALUE ZERO.
007752     05  DL100-REVERSAL-LOST         PIC 9(07) VALUE ZERO.
007753     05  DL100-REVERSAL-FOUND-SWITCH PIC X(01) VALUE 'N'.
007754         88  DL100-REVERSAL-FOUND        VALUE 'Y'.
007755         88  DL100-REVERSAL-NOT-FOUND    VALUE 'N'.
007756     05  DL100-HISTORY-SCAN-SWITCH   PIC X(01) VALUE 'N'.
007757         88  DL100-HISTORY-SCAN-DONE     VALUE 'Y'.
007758         88  DL100-HISTORY-SCANNING      VALUE 'N'.
007759     05  DL100-REVERSAL-LOOKUP.
007760         10  DL100-REV-LOOKUP-ACCOUNT  PIC 9(10).
007761         10  DL100-REV-LOOKUP-DATE     PIC 9(08).
007762         10  DL100-REV-LOOKUP-SEQUENCE PIC 9(07).
007763     05  DL100-REVERSAL-ENTRY        OCCURS 500 TIMES.
007764         10  DL100-REV-ENTRY-KEY     PIC X(25).
007765*
007766 01  DL100-CUSTOMER-WORK-AREA.
007767     COPY CUSTOMER-RECORD REPLACING
007770         ==CR-ACCOUNT-NUMBER== BY ==WCA-ACCOUNT-NUMBER==
007780         ==CR-CUSTOMER-NAME== BY ==WCA-CUSTOMER-NAME==
007790         ==CR-BALANCE== BY ==WCA-BALANCE==
007910         ==CR-CITY== BY ==WCA-CITY==
007920         ==CR-STATE-PROV== BY ==WCA-STATE-PROV==
007930         ==CR-POSTAL-CODE== BY ==WCA-POSTAL-CODE==
007940         ==CR-PHONE== BY ==WCA-PHONE==
007941         ==CR-MAIL-STATUS== BY ==WCA-MAIL-STATUS==
007942         ==CR-MAIL-DELIVERABLE== BY
007943         ==WCA-MAIL-DELIVERABLE==
007944         ==CR-MAIL-UNDELIVERABLE== BY
007945         ==WCA-MAIL-UNDELIVERABLE==
007946         ==CR-MAIL-RETURN-DATE== BY
007947         ==WCA-MAIL-RETURN-DATE==.
007950*
007960*    THE CUSTOMER RECORD AS IT CURRENTLY STANDS ON THE MASTER
007970*    FILE, PASSED TO TRANCHG AND TRANDEL SO THEIR EDIT RULES CAN
008150         ==CR-CITY== BY ==MCA-CITY==
008160         ==CR-STATE-PROV== BY ==MCA-STATE-PROV==
008170         ==CR-POSTAL-CODE== BY ==MCA-POSTAL-CODE==
008180         ==CR-PHONE== BY ==MCA-PHONE==
008181         ==CR-MAIL-STATUS== BY ==MCA-MAIL-STATUS==
008182         ==CR-MAIL-DELIVERABLE== BY
008183         ==MCA-MAIL-DELIVERABLE==
008184         ==CR-MAIL-UNDELIVERABLE== BY
008185         ==MCA-MAIL-UNDELIVERABLE==
008186         ==CR-MAIL-RETURN-DATE== BY
008187         ==MCA-MAIL-RETURN-DATE==.
008190*
008200 01  DL100-SUBPROGRAM-RC          PIC S9(04) COMP VALUE ZERO.
008210*
008230*    TOUCHED IT, CAPTURED BY THE APPLY PARAGRAPHS AND WRITTEN TO
008240*    THE AUDIT JOURNAL WITH THE AFTER IMAGE WHEN THE TRANSACTION
008250*    IS ACCEPTED.  AN ADD HAS NO BEFORE IMAGE - IT IS SPACES.
008260 01  DL100-AUDIT-BEFORE-AREA      PIC X(156) VALUE SPACES.
008261*
008262*    THE POSTING A REVERSAL NAMES, AS READ FROM THE AUDIT HISTORY
008263*    BY 2158-APPLY-REVERSAL AND PASSED TO TRANREV IN THE
008264*    AUDIT-HISTORY LAYOUT.
008265 01  DL100-REVERSAL-ORIGINAL      PIC X(357) VALUE SPACES.
008270*
008280 01  DL100-REPORT-HEADING-LINE.
008290     05  FILLER                      PIC X(01) VALUE '1'.
010610         88  DL100-HELD-DIRTY            VALUE 'Y'.
010620         88  DL100-HELD-CLEAN            VALUE 'N'.
010630     05  DL100-HELD-ACCOUNT          PIC 9(10) VALUE ZERO.
010640     05  DL100-HELD-MASTER-AREA      PIC X(156) VALUE SPACES.
010650*
010660 LINKAGE SECTION.
010670*
010830     PERFORM 3000-RECONCILE-TOTALS THRU 3000-EXIT.
010840     PERFORM 3500-WRITE-SUMMARY-PAGE THRU 3500-EXIT.
010850     PERFORM 4000-FINALIZE THRU 4000-EXIT.
010855     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
010860     STOP RUN.
010870*
010880******************************************************************
011200     END-IF.
011210     PERFORM 1050-PARSE-RUN-OPTIONS THRU 1050-EXIT.
011220     ACCEPT DL100-START-TIME FROM TIME.
011223*    THE CLOCK DATE STANDS ONLY UNTIL 1800 REPLACES IT WITH THE
011226*    CYCLE DATE - A TEST RUN KEEPS IT.
011230     ACCEPT DL100-PROCESS-DATE FROM DATE YYYYMMDD.
011240     MOVE 1 TO DL100-MESSAGE-NUMBER.
011250     DISPLAY DL100-MESSAGE-ENTRY (DL100-MESSAGE-NUMBER).
011470         MOVE DL100-CUST-MST-STATUS TO DL100-ABEND-FILE-STATUS
011480         PERFORM 9999-ABEND-PARAGRAPH
011490     END-IF.
011491     OPEN INPUT AUDIT-HISTORY.
011492     IF DL100-AUDIT-HST-STATUS NOT = '00'
011493         MOVE 'AUDIT-HIST' TO DL100-ABEND-FILE-NAME
011494         MOVE DL100-AUDIT-HST-STATUS TO DL100-ABEND-FILE-STATUS
011495         PERFORM 9999-ABEND-PARAGRAPH
011496     END-IF.
011500     PERFORM 1300-LOAD-BATCH-REGISTRY THRU 1300-EXIT.
011510     PERFORM 1400-READ-CONTROL-CARDS THRU 1400-EXIT.
011515     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
011520     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
011530     IF DL100-RESTART-REQUESTED
011540         PERFORM 1160-TRUNCATE-REPORT-OUT THRU 1160-EXIT
018160*
018170******************************************************************
018180*    1191-SAVE-ONE-AUDIT-RECORD - COPY ONE RECORD FROM THE       *
018190*    AUDIT JOURNAL TO WORK-AUDIT WHILE FINDING THE POINT.  A    *
018195*    KEPT REVERSAL GOES BACK INTO THE IN-RUN REVERSAL TABLE.     *
018200******************************************************************
018210 1191-SAVE-ONE-AUDIT-RECORD.
018220     READ AUDIT-JOURNAL
018310                     DL100-ABEND-FILE-STATUS
018320                 PERFORM 9999-ABEND-PARAGRAPH
018330             END-IF
018331             IF AJ-TRAN-TYPE-CODE = 'R'
018332                 MOVE AJ-AFTER-IMAGE (1:10) TO
018333                     DL100-REV-LOOKUP-ACCOUNT
018334                 MOVE AJ-REVERSED-DATE TO DL100-REV-LOOKUP-DATE
018335                 MOVE AJ-REVERSED-SEQUENCE TO
018336                     DL100-REV-LOOKUP-SEQUENCE
018337                 PERFORM 2168-NOTE-REVERSAL THRU 2168-EXIT
018338             END-IF
018340     END-READ.
018350     IF DL100-AUDIT-JNL-STATUS NOT = '00'
018360         AND DL100-AUDIT-JNL-STATUS NOT = '10'
021400*    AND FOR THE CORE LAYOUT A NUMERIC BALANCE AND A VALID       *
021410*    LAST ACTIVITY DATE.  AN 'N' RECORD CARRIES ADDRESS TEXT IN  *
021420*    THOSE POSITIONS, SO ONLY ITS ACCOUNT NUMBER IS EDITED -     *
021430*    TRANNAM OWNS THE ADDRESS RULES.  AN 'R' RECORD MUST ALSO    *
021435*    CARRY A NUMERIC REVERSAL REFERENCE WITH A VALID DATE,       *
021436*    UNLESS IT IS A REASON-30 RECORD: ACKMATCH REBUILDS THOSE    *
021437*    FROM THE EXTRACT RECORD, WHICH HAS NO ROOM FOR THE          *
021438*    REFERENCE, AND 1517 ONLY RETRANSMITS THEM, SO THE REFERENCE *
021439*    IS NEVER USED.                                              *
021440******************************************************************
021450 1515-EDIT-RECYCLE-RECORD.
021460     MOVE 'Y' TO DL100-RECYCLE-EDIT-SWITCH.
021630     PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT.
021640     IF DL100-DATE-NOT-VALID
021650         MOVE 'N' TO DL100-RECYCLE-EDIT-SWITCH
021651         GO TO 1515-EXIT
021652     END-IF.
021653     IF NOT TD-TRAN-REVERSAL
021654         OR RI-REJECT-REASON = 30
021655         GO TO 1515-EXIT
021656     END-IF.
021657     IF TD-REVERSED-DATE NOT NUMERIC
021658         OR TD-REVERSED-SEQUENCE NOT NUMERIC
021659         MOVE 'N' TO DL100-RECYCLE-EDIT-SWITCH
021660         GO TO 1515-EXIT
021661     END-IF.
021662     MOVE TD-REVERSED-DATE TO DL100-EDIT-DATE.
021663     PERFORM 8100-VALIDATE-DATE THRU 8100-EXIT.
021664     IF DL100-DATE-NOT-VALID
021665         MOVE 'N' TO DL100-RECYCLE-EDIT-SWITCH
021666     END-IF.
021670 1515-EXIT.
021680     EXIT.
021690*
022430 1530-EXIT.
022440     EXIT.
022450*
022451******************************************************************
022452*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
022453*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
022454*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR THE *
022455*    CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY         *
022456*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
022457*    THE CYCLE DATE CYCLCTL HANDS BACK BECOMES THE PROCESS DATE, *
022458*    SO A RUN THAT STARTS AFTER MIDNIGHT STILL DATES ITS OUTPUT  *
022459*    BY THE NIGHT IT BELONGS TO.  A TEST RUN DOES NOT TAKE PART  *
022460*    IN THE CYCLE AND KEEPS THE CLOCK DATE; THE RERUN OVERRIDE   *
022461*    ALSO LETS A COMPLETED NIGHT RUN AGAIN.                      *
022463******************************************************************
022464 1800-START-CYCLE-STEP.
022465     IF DL100-TEST-MODE
022466         GO TO 1800-EXIT
022467     END-IF.
022468     MOVE SPACES TO DL100-CYCLE-AREA.
022469     MOVE ZERO TO CP-PROCESS-DATE.
022470     MOVE 'S' TO CP-FUNCTION.
022471     MOVE 'DL100' TO CP-STEP-ID.
022472     IF DL100-RERUN-OVERRIDE
022473         MOVE 'R' TO CP-OPTION
022474     END-IF.
022475     MOVE RETURN-CODE TO CP-STEP-RC.
022476     CALL 'CYCLCTL' USING DL100-CYCLE-AREA.
022477     MOVE CP-STEP-RC TO RETURN-CODE.
022478     IF NOT CP-CLEARED
022479         MOVE 47 TO DL100-MESSAGE-NUMBER
022480         DISPLAY DL100-MESSAGE-ENTRY (DL100-MESSAGE-NUMBER)
022481         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
022482         MOVE 16 TO RETURN-CODE
022483         STOP RUN
022484     END-IF.
022485     MOVE 'Y' TO DL100-CYCLE-SWITCH.
022486     MOVE CP-PROCESS-DATE TO DL100-PROCESS-DATE.
022487 1800-EXIT.
022488     EXIT.
022489*
022490******************************************************************
022491*    1900-PRIME-TRANS-IN - FIRST READ OF TRANS-IN, AND ON        *
022492*    RESTART THE SKIP LOOP THAT REREADS THE RECORDS ALREADY      *
022493*    COVERED BY THE LAST CHECKPOINT.  PERFORMED AFTER THE        *
022500*    RECYCLE PASS SO THE RECYCLE RECORDS DO NOT OVERWRITE A      *
022510*    PRIMED TRANS-IN RECORD IN THE RECORD AREA.                  *
022520******************************************************************
026890             PERFORM 2156-APPLY-PAYMENT THRU 2156-EXIT
026900         WHEN TD-TRAN-DEBIT
026910             PERFORM 2157-APPLY-DEBIT THRU 2157-EXIT
026913         WHEN TD-TRAN-REVERSAL
026916             PERFORM 2158-APPLY-REVERSAL THRU 2158-EXIT
026920         WHEN OTHER
026930             MOVE 16 TO DL100-SUBPROGRAM-RC
026940             DISPLAY 'UNKNOWN TRANSACTION TYPE CODE - ACCOUNT: '
028690 2157-EXIT.
028700     EXIT.
028710*
028711******************************************************************
028712*    2158-APPLY-REVERSAL - A REVERSAL MUST BE FOR AN ACCOUNT     *
028713*    ALREADY ON FILE, AND MUST NAME A POSTING TO THAT ACCOUNT    *
028714*    THAT IS ON THE AUDIT HISTORY (REASON 32) AND HAS NOT BEEN   *
028715*    REVERSED BEFORE (REASON 36).  THE POSTING IS HANDED TO      *
028716*    TRANREV, WHICH BACKS ITS BALANCE MOVEMENT OUT OF THE        *
028717*    ON-FILE BALANCE.  AN ACCEPTED REVERSAL IS REWRITTEN TO THE  *
028718*    MASTER AND NOTED IN THE IN-RUN REVERSAL TABLE.              *
028719******************************************************************
028720 2158-APPLY-REVERSAL.
028721     PERFORM 2160-READ-CUSTOMER-MASTER THRU 2160-EXIT.
028722     IF DL100-CUST-MST-STATUS NOT = '00'
028723         MOVE 14 TO DL100-SUBPROGRAM-RC
028724         DISPLAY 'REVERSAL FOR ACCOUNT NOT ON FILE - ACCOUNT: '
028725             TD-ACCOUNT-NUMBER
028726         GO TO 2158-EXIT
028727     END-IF.
028728     MOVE CUSTOMER-MASTER-RECORD TO DL100-AUDIT-BEFORE-AREA.
028729     MOVE CUSTOMER-MASTER-RECORD TO DL100-MASTER-WORK-AREA.
028730     MOVE TD-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
028731     MOVE TD-REVERSED-DATE TO AH-PROCESS-DATE.
028732     MOVE TD-REVERSED-SEQUENCE TO AH-SEQUENCE.
028733     READ AUDIT-HISTORY
028734         INVALID KEY
028735             CONTINUE
028736     END-READ.
028737     IF DL100-AUDIT-HST-STATUS = '23'
028738         MOVE 32 TO DL100-SUBPROGRAM-RC
028739         DISPLAY 'REVERSED POSTING NOT ON HISTORY - ACCOUNT: '
028740             TD-ACCOUNT-NUMBER ' DATE: ' TD-REVERSED-DATE
028741             ' SEQUENCE: ' TD-REVERSED-SEQUENCE
028742         GO TO 2158-EXIT
028743     END-IF.
028744     IF DL100-AUDIT-HST-STATUS NOT = '00'
028745         MOVE 'AUDIT-HIST' TO DL100-ABEND-FILE-NAME
028746         MOVE DL100-AUDIT-HST-STATUS TO DL100-ABEND-FILE-STATUS
028747         PERFORM 9999-ABEND-PARAGRAPH
028748     END-IF.
028749     MOVE AUDIT-HISTORY-RECORD TO DL100-REVERSAL-ORIGINAL.
028750     PERFORM 2159-CHECK-PRIOR-REVERSAL THRU 2159-EXIT.
028751     IF DL100-REVERSAL-FOUND
028752         MOVE 36 TO DL100-SUBPROGRAM-RC
028753         DISPLAY 'POSTING ALREADY REVERSED - ACCOUNT: '
028754             TD-ACCOUNT-NUMBER ' DATE: ' TD-REVERSED-DATE
028755             ' SEQUENCE: ' TD-REVERSED-SEQUENCE
028756         GO TO 2158-EXIT
028757     END-IF.
028758     CALL 'TRANREV' USING DL100-CUSTOMER-WORK-AREA
028759         DL100-MASTER-WORK-AREA DL100-REVERSAL-ORIGINAL
028760         DL100-SUBPROGRAM-RC.
028761     IF DL100-SUBPROGRAM-RC = ZERO
028762         PERFORM 2162-REWRITE-CUSTOMER-MASTER THRU 2162-EXIT
028763         PERFORM 2168-NOTE-REVERSAL THRU 2168-EXIT
028764     END-IF.
028765 2158-EXIT.
028766     EXIT.
028767*
028768******************************************************************
028769*    2159-CHECK-PRIOR-REVERSAL - HAS THE POSTING JUST READ FROM  *
028770*    THE AUDIT HISTORY BEEN REVERSED ALREADY?  FIRST THE IN-RUN  *
028771*    TABLE, THEN THE HISTORY ITSELF - A REVERSAL ALWAYS FOLLOWS  *
028772*    THE POSTING IT NAMES, SO ONLY THE ACCOUNT'S RECORDS PAST    *
028773*    THE ORIGINAL'S KEY NEED READING.  LEAVES THE FOUND SWITCH   *
028774*    SET WHEN AN EARLIER REVERSAL EXISTS.                        *
028775******************************************************************
028776 2159-CHECK-PRIOR-REVERSAL.
028777     MOVE 'N' TO DL100-REVERSAL-FOUND-SWITCH.
028778     MOVE TD-ACCOUNT-NUMBER TO DL100-REV-LOOKUP-ACCOUNT.
028779     MOVE TD-REVERSED-DATE TO DL100-REV-LOOKUP-DATE.
028780     MOVE TD-REVERSED-SEQUENCE TO DL100-REV-LOOKUP-SEQUENCE.
028781     IF DL100-REVERSAL-COUNT > ZERO
028782         PERFORM 2166-MATCH-ONE-REVERSAL THRU 2166-EXIT
028783             VARYING DL100-REVERSAL-INDEX FROM 1 BY 1
028784             UNTIL DL100-REVERSAL-INDEX > DL100-REVERSAL-COUNT
028785                 OR DL100-REVERSAL-FOUND
028786     END-IF.
028787     IF DL100-REVERSAL-FOUND
028788         GO TO 2159-EXIT
028789     END-IF.
028790*    THE RECORD AREA STILL HOLDS THE ORIGINAL'S KEY.
028791     START AUDIT-HISTORY
028792         KEY IS GREATER THAN AH-HISTORY-KEY
028793         INVALID KEY
028794             CONTINUE
028795     END-START.
028796     IF DL100-AUDIT-HST-STATUS = '23'
028797         GO TO 2159-EXIT
028798     END-IF.
028799     IF DL100-AUDIT-HST-STATUS NOT = '00'
028800         MOVE 'AUDIT-HIST' TO DL100-ABEND-FILE-NAME
028801         MOVE DL100-AUDIT-HST-STATUS TO DL100-ABEND-FILE-STATUS
028802         PERFORM 9999-ABEND-PARAGRAPH
028803     END-IF.
028804     MOVE 'N' TO DL100-HISTORY-SCAN-SWITCH.
028805     PERFORM 2167-SCAN-ONE-HISTORY THRU 2167-EXIT
028806         UNTIL DL100-HISTORY-SCAN-DONE
028807             OR DL100-REVERSAL-FOUND.
028808 2159-EXIT.
028809     EXIT.
028810*
028811******************************************************************
028812*    2155-COUNT-FOR-SUMMARY - ROLL THIS TRANSACTION INTO THE     *
028813*    SUMMARY COUNTERS - ACCEPTED/REJECTED AND BALANCE BY TYPE,   *
028814*    AND THE RESULTING STATUS OF EVERY ACCEPTED TRANSACTION.     *
028815*    RECYCLED RECORDS ROLL IN LIKE ANY OTHER - THE SUMMARY IS    *
028816*    ABOUT WHAT THE RUN DID, NOT WHERE THE RECORDS CAME FROM.    *
028817******************************************************************
028818 2155-COUNT-FOR-SUMMARY.
028819     EVALUATE TRUE
028820         WHEN TD-TRAN-ADD
028821             ADD TD-BALANCE TO DL100-ADD-BALANCE-TOTAL
028830             IF DL100-TRANSACTION-REJECTED
028840                 ADD 1 TO DL100-ADD-REJECT-COUNT
028850             ELSE
029130             ELSE
029140                 ADD 1 TO DL100-DBT-ACCEPT-COUNT
029150             END-IF
029151         WHEN TD-TRAN-REVERSAL
029152             ADD TD-BALANCE TO DL100-REV-BALANCE-TOTAL
029153             IF DL100-TRANSACTION-REJECTED
029154                 ADD 1 TO DL100-REV-REJECT-COUNT
029155             ELSE
029156                 ADD 1 TO DL100-REV-ACCEPT-COUNT
029157             END-IF
029160         WHEN TD-TRAN-NAME-ADDR
029170             IF DL100-TRANSACTION-REJECTED
029180                 ADD 1 TO DL100-NAM-REJECT-COUNT
030740 2165-EXIT.
030750     EXIT.
030760*
030761******************************************************************
030762*    2166-MATCH-ONE-REVERSAL - COMPARE ONE IN-RUN REVERSAL TABLE *
030763*    ENTRY AGAINST THE LOOKUP KEY.                               *
030764******************************************************************
030765 2166-MATCH-ONE-REVERSAL.
030766     IF DL100-REV-ENTRY-KEY (DL100-REVERSAL-INDEX) =
030767        DL100-REVERSAL-LOOKUP
030768         MOVE 'Y' TO DL100-REVERSAL-FOUND-SWITCH
030769     END-IF.
030770 2166-EXIT.
030771     EXIT.
030772*
030773******************************************************************
030774*    2167-SCAN-ONE-HISTORY - READ THE NEXT AUDIT HISTORY RECORD  *
030775*    PAST THE ORIGINAL POSTING.  THE SCAN ENDS AT END OF FILE OR *
030776*    AT THE FIRST RECORD FOR A DIFFERENT ACCOUNT; A REVERSAL THAT*
030777*    NAMES THE ORIGINAL SETS THE FOUND SWITCH.                   *
030778******************************************************************
030779 2167-SCAN-ONE-HISTORY.
030780     READ AUDIT-HISTORY NEXT RECORD
030781         AT END
030782             MOVE 'Y' TO DL100-HISTORY-SCAN-SWITCH
030783         NOT AT END
030784             IF AH-ACCOUNT-NUMBER NOT = DL100-REV-LOOKUP-ACCOUNT
030785                 MOVE 'Y' TO DL100-HISTORY-SCAN-SWITCH
030786             ELSE
030787                 IF AH-TRAN-TYPE-CODE = 'R'
030788                     AND AH-REVERSED-DATE = DL100-REV-LOOKUP-DATE
030789                     AND AH-REVERSED-SEQUENCE =
030790                         DL100-REV-LOOKUP-SEQUENCE
030791                     MOVE 'Y' TO DL100-REVERSAL-FOUND-SWITCH
030792                 END-IF
030793             END-IF
030794     END-READ.
030795     IF DL100-AUDIT-HST-STATUS NOT = '00'
030796         AND DL100-AUDIT-HST-STATUS NOT = '10'
030797         MOVE 'AUDIT-HIST' TO DL100-ABEND-FILE-NAME
030798         MOVE DL100-AUDIT-HST-STATUS TO DL100-ABEND-FILE-STATUS
030799         PERFORM 9999-ABEND-PARAGRAPH
030800     END-IF.
030801 2167-EXIT.
030802     EXIT.
030803*
030804******************************************************************
030805*    2168-NOTE-REVERSAL - ADD THE LOOKUP KEY TO THE IN-RUN       *
030806*    REVERSAL TABLE.                                             *
030807******************************************************************
030808 2168-NOTE-REVERSAL.
030809     IF DL100-REVERSAL-COUNT >= DL100-REVERSAL-MAX
030810         ADD 1 TO DL100-REVERSAL-LOST
030811         DISPLAY 'REVERSAL TABLE FULL - REVERSALS NOT TRACKED: '
030812             DL100-REVERSAL-LOST
030813     ELSE
030814         ADD 1 TO DL100-REVERSAL-COUNT
030815         MOVE DL100-REVERSAL-LOOKUP TO
030816             DL100-REV-ENTRY-KEY (DL100-REVERSAL-COUNT)
030817     END-IF.
030818 2168-EXIT.
030819     EXIT.
030820*
030821******************************************************************
030822*    2170-WRITE-EXTRACT - WRITE ONE FIXED-WIDTH RECORD TO THE    *
030823*    DOWNSTREAM RECONCILIATION SYSTEM'S EXTRACT FILE FOR THIS    *
030824*    TRANSACTION.                                                *
030825******************************************************************
030826 2170-WRITE-EXTRACT.
030830     MOVE SPACES TO EXTRACT-OUT-RECORD.
030840     MOVE TD-TRAN-TYPE-CODE TO ER-TRAN-TYPE-CODE.
030850*    THE EXTRACT LAYOUT IS FROZEN - AN 'N' TRANSACTION SENDS THE
032040*    RUN MODE, AND THE DETAIL SEQUENCE WITHIN THE RUN.  THE      *
032050*    BEFORE IMAGE WAS CAPTURED BY THE APPLY PARAGRAPH AHEAD OF   *
032060*    THE UPDATE; THE AFTER IMAGE IS THE WORK RECORD AS WRITTEN.  *
032065*    A REVERSAL ALSO CARRIES THE KEY OF THE POSTING IT UNDID.    *
032067*    EVERY RECORD CARRIES THE BATCH DATE, FOR THE GL JOURNAL.    *
032070******************************************************************
032080 2195-WRITE-AUDIT.
032090     MOVE DL100-PROCESS-DATE TO AJ-PROCESS-DATE.
032140     MOVE TD-TRAN-TYPE-CODE TO AJ-TRAN-TYPE-CODE.
032150     MOVE DL100-AUDIT-BEFORE-AREA TO AJ-BEFORE-IMAGE.
032160     MOVE DL100-CUSTOMER-WORK-AREA TO AJ-AFTER-IMAGE.
032161     IF TD-TRAN-REVERSAL
032162         MOVE TD-REVERSED-DATE TO AJ-REVERSED-DATE
032163         MOVE TD-REVERSED-SEQUENCE TO AJ-REVERSED-SEQUENCE
032164     ELSE
032165         MOVE ZERO TO AJ-REVERSED-DATE AJ-REVERSED-SEQUENCE
032166     END-IF.
032167*    THE BATCH DATE FOLLOWS THE SUSPENSE FILE'S RULE, SO THE GL
032168*    JOURNAL POSTS A RECYCLED ITEM TO THE DAY IT FIRST CAME IN.
032169     EVALUATE TRUE
032170         WHEN DL100-RECYCLING
032171             MOVE DL100-RECYCLE-BATCH-DATE TO AJ-BATCH-DATE
032172         WHEN DL100-BATCH-OPEN
032173             MOVE DL100-BATCH-DATE TO AJ-BATCH-DATE
032174         WHEN OTHER
032175             MOVE DL100-PROCESS-DATE TO AJ-BATCH-DATE
032176     END-EVALUATE.
032177     WRITE AUDIT-JOURNAL-RECORD.
032180     IF DL100-AUDIT-JNL-STATUS NOT = '00'
032190         MOVE 'AUDIT-JNL' TO DL100-ABEND-FILE-NAME
032200         MOVE DL100-AUDIT-JNL-STATUS TO DL100-ABEND-FILE-STATUS
032870     ADD DL100-ADD-ACCEPT-COUNT DL100-CHG-ACCEPT-COUNT
032880         DL100-DEL-ACCEPT-COUNT DL100-PAY-ACCEPT-COUNT
032890         DL100-DBT-ACCEPT-COUNT DL100-NAM-ACCEPT-COUNT
032895         DL100-REV-ACCEPT-COUNT
032900         TO DL100-TOTAL-ACCEPT-COUNT.
032910     MOVE ZERO TO DL100-TOTAL-REJECT-COUNT.
032920     ADD DL100-ADD-REJECT-COUNT DL100-CHG-REJECT-COUNT
032930         DL100-DEL-REJECT-COUNT DL100-PAY-REJECT-COUNT
032940         DL100-DBT-REJECT-COUNT DL100-NAM-REJECT-COUNT
032945         DL100-REV-REJECT-COUNT
032950         DL100-OTH-REJECT-COUNT
032960         TO DL100-TOTAL-REJECT-COUNT.
032970     MOVE ZERO TO DL100-TOTAL-TRAN-COUNT.
033980     MOVE DL100-DBT-REJECT-COUNT TO SY-REJECT-COUNT.
033990     MOVE DL100-DBT-BALANCE-TOTAL TO SY-BALANCE-TOTAL.
034000     PERFORM 3510-WRITE-TYPE-LINE THRU 3510-EXIT.
034001     MOVE 'REVERSALS' TO SY-TYPE-LABEL.
034002     MOVE DL100-REV-ACCEPT-COUNT TO SY-ACCEPT-COUNT.
034003     MOVE DL100-REV-REJECT-COUNT TO SY-REJECT-COUNT.
034004     MOVE DL100-REV-BALANCE-TOTAL TO SY-BALANCE-TOTAL.
034005     PERFORM 3510-WRITE-TYPE-LINE THRU 3510-EXIT.
034010     MOVE 'NAME/ADDRESS' TO SY-TYPE-LABEL.
034020     MOVE DL100-NAM-ACCEPT-COUNT TO SY-ACCEPT-COUNT.
034030     MOVE DL100-NAM-REJECT-COUNT TO SY-REJECT-COUNT.
034240     ADD DL100-ADD-ACCEPT-COUNT DL100-CHG-ACCEPT-COUNT
034250         DL100-DEL-ACCEPT-COUNT DL100-PAY-ACCEPT-COUNT
034260         DL100-DBT-ACCEPT-COUNT DL100-NAM-ACCEPT-COUNT
034265         DL100-REV-ACCEPT-COUNT
034270         TO DL100-TOTAL-ACCEPT-COUNT.
034280     MOVE ZERO TO DL100-TOTAL-REJECT-COUNT.
034290     ADD DL100-ADD-REJECT-COUNT DL100-CHG-REJECT-COUNT
034300         DL100-DEL-REJECT-COUNT DL100-PAY-REJECT-COUNT
034310         DL100-DBT-REJECT-COUNT DL100-NAM-REJECT-COUNT
034315         DL100-REV-REJECT-COUNT
034320         DL100-OTH-REJECT-COUNT
034330         TO DL100-TOTAL-REJECT-COUNT.
034340     MOVE ZERO TO DL100-TOTAL-TRAN-COUNT.
034490     MOVE ZERO TO DL100-TOTAL-BALANCE.
034500     ADD DL100-ADD-BALANCE-TOTAL DL100-CHG-BALANCE-TOTAL
034510         DL100-DEL-BALANCE-TOTAL DL100-PAY-BALANCE-TOTAL
034520         DL100-DBT-BALANCE-TOTAL DL100-REV-BALANCE-TOTAL
034525         TO DL100-TOTAL-BALANCE.
034530     MOVE DL100-TOTAL-BALANCE TO SY-BALANCE-TOTAL.
034540     PERFORM 3510-WRITE-TYPE-LINE THRU 3510-EXIT.
034550     MOVE DL100-REJECT-PERCENT TO SP-REJECT-PERCENT.
035210     MOVE DL100-DBT-REJECT-COUNT TO SO-REJECT-COUNT.
035220     MOVE DL100-DBT-BALANCE-TOTAL TO SO-BALANCE-TOTAL.
035230     PERFORM 3560-WRITE-ONE-SUMMARY THRU 3560-EXIT.
035231     MOVE 'R' TO SO-KEY.
035232     MOVE DL100-REV-ACCEPT-COUNT TO SO-ACCEPT-COUNT.
035233     MOVE DL100-REV-REJECT-COUNT TO SO-REJECT-COUNT.
035234     MOVE DL100-REV-BALANCE-TOTAL TO SO-BALANCE-TOTAL.
035235     PERFORM 3560-WRITE-ONE-SUMMARY THRU 3560-EXIT.
035240     MOVE 'N' TO SO-KEY.
035250     MOVE DL100-NAM-ACCEPT-COUNT TO SO-ACCEPT-COUNT.
035260     MOVE DL100-NAM-REJECT-COUNT TO SO-REJECT-COUNT.
036380         MOVE DL100-AUDIT-JNL-STATUS TO DL100-ABEND-FILE-STATUS
036390         PERFORM 9999-ABEND-PARAGRAPH
036400     END-IF.
036401     CLOSE AUDIT-HISTORY.
036402     IF DL100-AUDIT-HST-STATUS NOT = '00'
036403         MOVE 'AUDIT-HIST' TO DL100-ABEND-FILE-NAME
036404         MOVE DL100-AUDIT-HST-STATUS TO DL100-ABEND-FILE-STATUS
036405         PERFORM 9999-ABEND-PARAGRAPH
036406     END-IF.
036410     IF NOT DL100-TEST-MODE
036420         PERFORM 4050-CLEAR-CHECKPOINT THRU 4050-EXIT
036430     END-IF.
037040     ADD DL100-ADD-ACCEPT-COUNT DL100-CHG-ACCEPT-COUNT
037050         DL100-DEL-ACCEPT-COUNT DL100-PAY-ACCEPT-COUNT
037060         DL100-DBT-ACCEPT-COUNT DL100-NAM-ACCEPT-COUNT
037065         DL100-REV-ACCEPT-COUNT
037070         TO DL100-TOTAL-ACCEPT-COUNT.
037080     MOVE ZERO TO DL100-TOTAL-REJECT-COUNT.
037090     ADD DL100-ADD-REJECT-COUNT DL100-CHG-REJECT-COUNT
037100         DL100-DEL-REJECT-COUNT DL100-PAY-REJECT-COUNT
037110         DL100-DBT-REJECT-COUNT DL100-NAM-REJECT-COUNT
037115         DL100-REV-REJECT-COUNT
037120         DL100-OTH-REJECT-COUNT
037130         TO DL100-TOTAL-REJECT-COUNT.
037140     MOVE DL100-TOTAL-ACCEPT-COUNT TO RH-ACCEPTED-COUNT.
038170     PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT.
038180     MOVE 12 TO RETURN-CODE.
038190     PERFORM 4900-WRITE-RUN-HISTORY THRU 4900-EXIT.
038195     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
038200     STOP RUN.
038210 9800-EXIT.
038220     EXIT.
038230*
038231******************************************************************
038232*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
038233*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
038234*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
038235*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
038236*    CHECKS THE CYCLE STATUS.                                    *
038237******************************************************************
038238 8900-END-CYCLE-STEP.
038239     IF NOT DL100-CYCLE-STEP-STARTED
038240         GO TO 8900-EXIT
038241     END-IF.
038242     MOVE 'N' TO DL100-CYCLE-SWITCH.
038243     MOVE 'E' TO CP-FUNCTION.
038244     MOVE RETURN-CODE TO CP-STEP-RC.
038245     CALL 'CYCLCTL' USING DL100-CYCLE-AREA.
038246     MOVE CP-STEP-RC TO RETURN-CODE.
038247     IF NOT CP-CLEARED
038248         MOVE 55 TO DL100-MESSAGE-NUMBER
038249         DISPLAY DL100-MESSAGE-ENTRY (DL100-MESSAGE-NUMBER)
038250         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
038251     END-IF.
038252 8900-EXIT.
038253     EXIT.
038254*
038255******************************************************************
038256*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
038260*    STATUS.  DISPLAYS THE FILE NAME, STATUS CODE, AND RECORD    *
038270*    COUNT SO FAR, SETS A NON-ZERO RETURN CODE, WRITES THE RUN   *
038280*    HISTORY RECORD, AND STOPS THE RUN.  NO GNUCOBOL RUNTIME     *
038360             ' RECORDS PROCESSED: ' DL100-DETAIL-COUNT.
038370     MOVE 16 TO RETURN-CODE.
038380     PERFORM 4900-WRITE-RUN-HISTORY THRU 4900-EXIT.
038385     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
038390     STOP RUN.
