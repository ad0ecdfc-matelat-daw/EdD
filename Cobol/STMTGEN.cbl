000250*    RECORDS OUTSIDE THE MONTH ARE PASSED OVER.  RUN AFTER      *
000260*    AUDHISTJ HAS CONSOLIDATED THE MONTH'S LAST NIGHT.  ONLY    *
000270*    ACTIVE ACCOUNTS GET STATEMENTS.                            *
000272*    A RESTATED MONTH MAY BE AT MOST 12 MONTHS BEFORE THE RUN   *
000274*    MONTH - AUDARCH KEEPS NO LESS THAN THAT IN THE HISTORY,    *
000276*    AND AN OLDER MONTH MAY ALREADY BE PURGED.                  *
000280*    RETURN CODE 0 WHEN AT LEAST ONE STATEMENT PRINTED, 4 WHEN  *
000290*    NONE DID, 16 ON A FILE FAILURE, AN UNRECOGNIZABLE PARM, OR *
000295*    A RESTATED MONTH OUTSIDE THAT LIMIT.                       *
000300*                                                                *
000310*    MODIFICATION HISTORY.                                      *
000320*    DATE       INIT DESCRIPTION                                *
000460*                   THEN PRINTING TODAY'S BALANCE AS CLOSING.    *
000470*                   A RESTATED MONTH SKIPS ITS NO-ACTIVITY       *
000480*                   ACCOUNTS, WHICH HAVE NO VALID SOURCE.        *
000482*    10/15/2026 JM   NEW DESCRIPTION COLUMN - A REVERSAL ('R')   *
000484*                   LINE NAMES THE POSTING IT BACKED OUT BY      *
000486*                   PROCESS DATE AND SEQUENCE.  HISTORY RECORD   *
000488*                   GREW 324 TO 339 BYTES.                       *
000489*    10/15/2026 JM   START AND END RECORDED ON THE DAILY CYCLE  *
000490*                   CONTROL FILE.  THE RUN IS REFUSED UNTIL     *
000491*                   THE LATEST NIGHT'S HISTORY LOAD (DL230)     *
000492*                   HAS ENDED CLEAN, WHEN THAT NIGHT'S          *
000493*                   STATEMENTS HAVE ALREADY RUN (A RESTATED     *
000494*                   MONTH MAY RUN AGAIN), OR WHEN THE LATEST    *
000495*                   CYCLE IS STILL SHORT OF THE STATEMENT       *
000496*                   MONTH.                                      *
000497*    10/15/2026 JM   AN ACCOUNT WHOSE ADDRESS IS FLAGGED        *
000498*                   UNDELIVERABLE (RETURNED MAIL, SET BY        *
000499*                   RTNMAIL) HAS ITS PAGE WRITTEN TO THE NEW    *
000500*                   HELD-MAIL LISTING (HELDOUT) WITH THE        *
000501*                   RETURN DATE, NOT TO THE PRINT FILE.  HELD   *
000502*                   PAGES ARE COUNTED APART AND DO NOT COUNT    *
000503*                   AS PRINTED.  CUSTOMER MASTER GREW 147 TO    *
000504*                   156 AND HISTORY 339 TO 357 BYTES.           *
000505*    10/15/2026 JM   A RESTATED MONTH MORE THAN 12 MONTHS BACK  *
000506*                   IS REFUSED, RC 16 - AUDARCH MAY HAVE        *
000507*                   PURGED ITS HISTORY.                         *
000508*                                                                *
000509******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. STMTGEN.
000530 AUTHOR. J. MATELAT.
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS DL200-STMT-OUT-STATUS.
000821*
000822     SELECT HELD-MAIL-OUT
000823         ASSIGN TO HELDOUT
000824         ORGANIZATION IS SEQUENTIAL
000825         ACCESS MODE IS SEQUENTIAL
000826         FILE STATUS IS DL200-HELD-OUT-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
000870 FD  CUSTOMER-MASTER
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 156 CHARACTERS.
000900 01  CUSTOMER-MASTER-RECORD.
000910     COPY CUSTOMER-RECORD.
000920*
000930 FD  AUDIT-HISTORY
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 357 CHARACTERS.
000960 01  AUDIT-HISTORY-RECORD.
000970     COPY AUDIT-HISTORY.
000980*
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 133 CHARACTERS.
001020 01  STATEMENT-OUT-RECORD        PIC X(133).
001021*
001022 FD  HELD-MAIL-OUT
001023     LABEL RECORDS ARE STANDARD
001024     RECORD CONTAINS 133 CHARACTERS.
001025 01  HELD-MAIL-OUT-RECORD        PIC X(133).
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060 COPY MESSAGES.
001070*
001080 01  DL200-MESSAGE-NUMBER            PIC 9(02) VALUE ZERO.
001082*
001084 01  DL200-CYCLE-AREA.
001086     COPY CYCLE-CALL.
001090*
001100 01  DL200-FILE-STATUS-FIELDS.
001110     05  DL200-CUST-MST-STATUS       PIC X(02) VALUE '00'.
001120     05  DL200-AUDIT-IN-STATUS       PIC X(02) VALUE '00'.
001130     05  DL200-STMT-OUT-STATUS       PIC X(02) VALUE '00'.
001135     05  DL200-HELD-OUT-STATUS       PIC X(02) VALUE '00'.
001140*
001150 01  DL200-ABEND-FIELDS.
001160     05  DL200-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
001260     05  DL200-IN-MONTH-SWITCH       PIC X(01) VALUE 'N'.
001270         88  DL200-RECORD-IN-MONTH       VALUE 'Y'.
001280         88  DL200-RECORD-OUT-OF-MONTH   VALUE 'N'.
001283     05  DL200-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001286         88  DL200-CYCLE-STEP-STARTED    VALUE 'Y'.
001287     05  DL200-HOLD-SWITCH           PIC X(01) VALUE 'N'.
001288         88  DL200-HOLD-MAIL             VALUE 'Y'.
001289         88  DL200-PRINT-MAIL            VALUE 'N'.
001290*    SET WHEN A MONTH WAS GIVEN ON THE PARM - A RESTATED MONTH
001300*    HAS NO VALID CLOSING BALANCE FOR AN ACCOUNT WITH NO
001310*    ACTIVITY, SO THOSE PAGES ARE SKIPPED.
001410     05  DL200-ORPHAN-COUNT          PIC 9(07) VALUE ZERO.
001420     05  DL200-OUT-OF-MONTH-COUNT    PIC 9(07) VALUE ZERO.
001430     05  DL200-SKIP-RESTATED-COUNT   PIC 9(07) VALUE ZERO.
001435     05  DL200-HELD-COUNT            PIC 9(07) VALUE ZERO.
001440*
001450 01  DL200-STATEMENT-DATE            PIC 9(08) VALUE ZERO.
001452 01  DL200-RUN-DATE-SPLIT REDEFINES DL200-STATEMENT-DATE.
001454     05  DL200-RUN-YEAR              PIC 9(04).
001456     05  DL200-RUN-MONTH             PIC 9(02).
001458     05  DL200-RUN-DAY               PIC 9(02).
001460*
001470*    THE STATEMENT MONTH - THE MONTH BEFORE THE RUN DATE UNLESS
001480*    PARM='MONTH=YYYYMM' RESTATES AN EARLIER ONE.  ONLY HISTORY
001520     05  DL200-MONTH-SPLIT REDEFINES DL200-STATEMENT-MONTH.
001530         10  DL200-MONTH-YEAR        PIC 9(04).
001540         10  DL200-MONTH-MONTH       PIC 9(02).
001541*    A RESTATED MONTH MAY BE AT MOST THIS MANY MONTHS BEFORE THE
001542*    RUN MONTH.  AUDARCH REFUSES A RETENTION SHORTER THAN ITS
001543*    DL235-RESTATE-MONTHS - KEEP THE TWO EQUAL, OR A RESTATED
001544*    MONTH MAY FIND ITS HISTORY ALREADY PURGED.
001545     05  DL200-RESTATE-MONTHS        PIC 9(03) VALUE 12.
001550     05  DL200-MONTH-FROM-DATE       PIC 9(08) VALUE ZERO.
001560     05  DL200-MONTH-TO-DATE         PIC 9(08) VALUE ZERO.
001565     05  DL200-CYCLE-MONTH           PIC 9(06) VALUE ZERO.
001567     05  DL200-MONTH-AGE             PIC S9(05) VALUE ZERO.
001570*
001580*    THE MASTER AND HISTORY ACCOUNT KEYS ARE COMPARED AS X(10)
001590*    SO THE HISTORY KEY CAN SIT AT HIGH-VALUES AFTER END OF
001710         88  DL200-NOT-FIRST-TRAN        VALUE 'N'.
001720*
001730*    THE BEFORE AND AFTER IMAGES COME OFF THE HISTORY AS PLAIN
001740*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
001750*    LAYOUT OVER THEM, AS AUDPRT DOES.
001760 01  DL200-BEFORE-RECORD.
001770     COPY CUSTOMER-RECORD REPLACING
001920         ==CR-CITY== BY ==BF-CITY==
001930         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
001940         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
001950         ==CR-PHONE== BY ==BF-PHONE==
001951         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
001952         ==CR-MAIL-DELIVERABLE== BY
001953         ==BF-MAIL-DELIVERABLE==
001954         ==CR-MAIL-UNDELIVERABLE== BY
001955         ==BF-MAIL-UNDELIVERABLE==
001956         ==CR-MAIL-RETURN-DATE== BY
001957         ==BF-MAIL-RETURN-DATE==.
001960*
001970 01  DL200-AFTER-RECORD.
001980     COPY CUSTOMER-RECORD REPLACING
002130         ==CR-CITY== BY ==AF-CITY==
002140         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
002150         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
002160         ==CR-PHONE== BY ==AF-PHONE==
002161         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
002162         ==CR-MAIL-DELIVERABLE== BY
002163         ==AF-MAIL-DELIVERABLE==
002164         ==CR-MAIL-UNDELIVERABLE== BY
002165         ==AF-MAIL-UNDELIVERABLE==
002166         ==CR-MAIL-RETURN-DATE== BY
002167         ==AF-MAIL-RETURN-DATE==.
002170*
002180 01  DL200-PAGE-HEADING-LINE.
002190     05  FILLER                      PIC X(01) VALUE '1'.
002550         'AMOUNT'.
002560     05  FILLER                      PIC X(16) VALUE
002570         'BALANCE'.
002580     05  FILLER                      PIC X(16) VALUE
002583         'DESCRIPTION'.
002586     05  FILLER                      PIC X(66) VALUE SPACES.
002590*
002600 01  DL200-TRAN-LINE.
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  TR-AMOUNT                   PIC -9(9).99.
002670     05  FILLER                      PIC X(03) VALUE SPACES.
002680     05  TR-BALANCE                  PIC -9(9).99.
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002691     05  TR-DESCRIPTION.
002692         10  TR-DESC-CAPTION         PIC X(12).
002693         10  TR-DESC-DATE            PIC X(08).
002694         10  TR-DESC-SLASH           PIC X(01).
002695         10  TR-DESC-SEQUENCE        PIC X(07).
002696         10  FILLER                  PIC X(02).
002697     05  FILLER                      PIC X(52) VALUE SPACES.
002700*
002710 01  DL200-COUNT-LINE.
002720     05  FILLER                      PIC X(01) VALUE SPACE.
002750     05  FILLER                      PIC X(89) VALUE SPACES.
002760*
002770 01  DL200-BLANK-LINE                PIC X(133) VALUE SPACES.
002771*
002772 01  DL200-HELD-NOTICE-LINE.
002773     05  FILLER                      PIC X(01) VALUE SPACE.
002774     05  FILLER                      PIC X(44) VALUE
002775         'STATEMENT HELD - MAIL RETURNED UNDELIVERABLE'.
002776     05  HN-RETURN-DATE              PIC 9(08).
002777     05  FILLER                      PIC X(80) VALUE SPACES.
002778*
002779 01  DL200-OUT-LINE                  PIC X(133) VALUE SPACES.
002780*
002790 LINKAGE SECTION.
002800*
002920     PERFORM 2000-PROCESS-ONE-MASTER THRU 2000-EXIT
002930         UNTIL DL200-MASTER-AT-END.
002940     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
002945     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
002950     STOP RUN.
002960*
002970******************************************************************
003070     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003080     PERFORM 1200-SET-STATEMENT-MONTH THRU 1200-EXIT.
003090     DISPLAY 'STATEMENT MONTH: ' DL200-STATEMENT-MONTH.
003095     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
003100     OPEN INPUT CUSTOMER-MASTER.
003110     IF DL200-CUST-MST-STATUS NOT = '00'
003120         MOVE 'CUST-MASTER' TO DL200-ABEND-FILE-NAME
003250         MOVE DL200-STMT-OUT-STATUS TO DL200-ABEND-FILE-STATUS
003260         PERFORM 9999-ABEND-PARAGRAPH
003270     END-IF.
003271     OPEN OUTPUT HELD-MAIL-OUT.
003272     IF DL200-HELD-OUT-STATUS NOT = '00'
003273         MOVE 'HELD-MAIL-OUT' TO DL200-ABEND-FILE-NAME
003274         MOVE DL200-HELD-OUT-STATUS TO DL200-ABEND-FILE-STATUS
003275         PERFORM 9999-ABEND-PARAGRAPH
003276     END-IF.
003280     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003290     PERFORM 2910-READ-AUDIT-IN THRU 2910-EXIT.
003300 1000-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003547*    1200-SET-STATEMENT-MONTH - WHEN NO MONTH WAS GIVEN, TAKE    *
003554*    THE MONTH BEFORE THE RUN DATE, BORROWING A YEAR ACROSS      *
003561*    JANUARY.  A RESTATED MONTH MORE THAN DL200-RESTATE-MONTHS   *
003568*    BEFORE THE RUN MONTH STOPS THE RUN - ITS HISTORY MAY BE     *
003575*    PURGED.  THE FROM/TO DATES BRACKET THE MONTH FOR THE        *
003582*    NUMERIC FILTER IN 2915 - DAY 31 IS SAFE BECAUSE THE DATES   *
003589*    ARE ONLY EVER COMPARED, NEVER TREATED AS CIVIL DATES.       *
003600******************************************************************
003610 1200-SET-STATEMENT-MONTH.
003620     IF DL200-STATEMENT-MONTH = ZERO
003690             SUBTRACT 1 FROM DL200-MONTH-MONTH
003700         END-IF
003710     END-IF.
003711     IF DL200-RESTATED-MONTH
003712         COMPUTE DL200-MONTH-AGE =
003713             (DL200-RUN-YEAR * 12 + DL200-RUN-MONTH)
003714             - (DL200-MONTH-YEAR * 12 + DL200-MONTH-MONTH)
003715         IF DL200-MONTH-AGE > DL200-RESTATE-MONTHS
003716             DISPLAY 'STMTGEN - STATEMENT MONTH '
003717                 DL200-STATEMENT-MONTH ' IS MORE THAN '
003718                 DL200-RESTATE-MONTHS ' MONTHS BACK - ITS HISTORY'
003719                 ' MAY BE PURGED'
003720             MOVE 16 TO RETURN-CODE
003721             STOP RUN
003722         END-IF
003723     END-IF.
003724     MOVE ZERO TO DL200-MONTH-FROM-DATE.
003730     COMPUTE DL200-MONTH-FROM-DATE =
003740         DL200-STATEMENT-MONTH * 100 + 1.
003750     MOVE ZERO TO DL200-MONTH-TO-DATE.
003780 1200-EXIT.
003790     EXIT.
003800*
003801******************************************************************
003802*    1800-START-CYCLE-STEP - RECORD THIS STEP'S START ON THE     *
003803*    DAILY CYCLE CONTROL FILE.  CYCLE CONTROL REFUSES THE RUN    *
003804*    WHEN A STEP IT DEPENDS ON HAS NOT COMPLETED CLEANLY FOR     *
003805*    THE CURRENT PROCESS DATE, OR WHEN THIS STEP HAS ALREADY     *
003806*    COMPLETED.  THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
003807*    A RESTATED MONTH MAY RUN AGAIN.  THE STATEMENT MONTH        *
003808*    MUST NOT BE LATER THAN THE CYCLE'S OWN MONTH - A            *
003809*    MONTH THE NIGHTLY CYCLE HAS NOT REACHED IS REFUSED          *
003810*    AND THE STEP IS ENDED WITH RETURN CODE 16.                  *
003811******************************************************************
003812 1800-START-CYCLE-STEP.
003813     MOVE SPACES TO DL200-CYCLE-AREA.
003814     MOVE ZERO TO CP-PROCESS-DATE.
003815     MOVE 'S' TO CP-FUNCTION.
003816     MOVE 'DL200' TO CP-STEP-ID.
003817     IF DL200-RESTATED-MONTH
003818         MOVE 'R' TO CP-OPTION
003819     END-IF.
003820     MOVE RETURN-CODE TO CP-STEP-RC.
003821     CALL 'CYCLCTL' USING DL200-CYCLE-AREA.
003822     MOVE CP-STEP-RC TO RETURN-CODE.
003823     IF NOT CP-CLEARED
003824         MOVE 54 TO DL200-MESSAGE-NUMBER
003825         DISPLAY DL100-MESSAGE-ENTRY (DL200-MESSAGE-NUMBER)
003826         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
003827         MOVE 16 TO RETURN-CODE
003828         STOP RUN
003829     END-IF.
003830     MOVE 'Y' TO DL200-CYCLE-SWITCH.
003831     MOVE CP-PROCESS-DATE (1:6) TO DL200-CYCLE-MONTH.
003832     IF DL200-CYCLE-MONTH < DL200-STATEMENT-MONTH
003833         MOVE 54 TO DL200-MESSAGE-NUMBER
003834         DISPLAY DL100-MESSAGE-ENTRY (DL200-MESSAGE-NUMBER)
003835         DISPLAY 'STATEMENT MONTH ' DL200-STATEMENT-MONTH
003836                 ' NOT YET ENDED - CYCLE ' CP-PROCESS-DATE
003837         MOVE 16 TO RETURN-CODE
003838         PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT
003839         STOP RUN
003840     END-IF.
003841 1800-EXIT.
003842     EXIT.
003843*
003844******************************************************************
003845*    2000-PROCESS-ONE-MASTER - ONE MASTER RECORD.  HISTORY      *
003846*    RECORDS BELOW THE MASTER KEY BELONG TO NO ACCOUNT STILL ON  *
003847*    FILE AND ARE COUNTED AND PASSED OVER.  AN ACTIVE ACCOUNT    *
003850*    GETS ITS STATEMENT PAGE; ANY OTHER STATUS CONSUMES ITS      *
003860*    HISTORY RECORDS WITHOUT PRINTING.                           *
003870******************************************************************
004230         ADD 1 TO DL200-SKIP-RESTATED-COUNT
004240         GO TO 2100-EXIT
004250     END-IF.
004251     IF CR-MAIL-UNDELIVERABLE
004252         MOVE 'Y' TO DL200-HOLD-SWITCH
004253     ELSE
004254         MOVE 'N' TO DL200-HOLD-SWITCH
004255     END-IF.
004260     MOVE DL200-STATEMENT-DATE TO PH-STATEMENT-DATE.
004270     MOVE CR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER.
004280     MOVE DL200-PAGE-HEADING-LINE TO DL200-OUT-LINE.
004290     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004291     IF DL200-HOLD-MAIL
004292         MOVE CR-MAIL-RETURN-DATE TO HN-RETURN-DATE
004293         MOVE DL200-HELD-NOTICE-LINE TO DL200-OUT-LINE
004294         PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT
004295     END-IF.
004300     MOVE DL200-BLANK-LINE TO DL200-OUT-LINE.
004310     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004320     MOVE CR-CUSTOMER-NAME TO AD-ADDRESS-TEXT.
004330     MOVE DL200-ADDRESS-LINE TO DL200-OUT-LINE.
004340     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004350     MOVE CR-ADDRESS-LINE-1 TO AD-ADDRESS-TEXT.
004360     MOVE DL200-ADDRESS-LINE TO DL200-OUT-LINE.
004370     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004380     IF CR-ADDRESS-LINE-2 NOT = SPACES
004390         MOVE CR-ADDRESS-LINE-2 TO AD-ADDRESS-TEXT
004400         MOVE DL200-ADDRESS-LINE TO DL200-OUT-LINE
004410         PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT
004420     END-IF.
004430     MOVE CR-CITY TO CY-CITY.
004440     MOVE CR-STATE-PROV TO CY-STATE-PROV.
004450     MOVE CR-POSTAL-CODE TO CY-POSTAL-CODE.
004460     MOVE DL200-CITY-LINE TO DL200-OUT-LINE.
004470     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004480     MOVE DL200-BLANK-LINE TO DL200-OUT-LINE.
004490     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004500*    THE FIRST MATCHING HISTORY RECORD, IF THERE IS ONE, FIXES
004510*    THE OPENING BALANCE BEFORE ANY TRANSACTION LINE PRINTS.
004520     IF DL200-AUDIT-NOT-AT-END
004670     MOVE CR-BALANCE TO DL200-CLOSING-BALANCE.
004680     MOVE 'OPENING BALANCE:' TO BL-CAPTION.
004690     MOVE DL200-OPENING-BALANCE TO BL-BALANCE.
004700     MOVE DL200-BALANCE-LINE TO DL200-OUT-LINE.
004710     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004720     MOVE DL200-COLUMN-LINE TO DL200-OUT-LINE.
004730     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004740     PERFORM 2200-PRINT-ONE-TRAN THRU 2200-EXIT
004750         UNTIL DL200-AUDIT-AT-END
004760             OR DL200-AUDIT-ACCOUNT NOT = DL200-MASTER-ACCOUNT.
004770     MOVE 'CLOSING BALANCE:' TO BL-CAPTION.
004780     MOVE DL200-CLOSING-BALANCE TO BL-BALANCE.
004790     MOVE DL200-BALANCE-LINE TO DL200-OUT-LINE.
004800     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
004810     IF DL200-HOLD-MAIL
004812         ADD 1 TO DL200-HELD-COUNT
004814     ELSE
004816         ADD 1 TO DL200-STATEMENT-COUNT
004818     END-IF.
004820 2100-EXIT.
004830     EXIT.
004840*
004880*    BEFORE BALANCE (AN ADD MOVES THE WHOLE OPENING AMOUNT; AN   *
004890*    'N' ADDRESS CHANGE MOVES NOTHING) - AND THE BALANCE COLUMN  *
004900*    IS THE BALANCE THE ACCOUNT CARRIED AFTER IT WAS APPLIED.    *
004905*    A REVERSAL IS DESCRIBED BY THE POSTING IT BACKED OUT.       *
004910******************************************************************
004920 2200-PRINT-ONE-TRAN.
004930     MOVE AH-BEFORE-IMAGE TO DL200-BEFORE-RECORD.
005040     MOVE AH-TRAN-TYPE-CODE TO TR-TRAN-TYPE.
005050     MOVE DL200-TRAN-AMOUNT TO TR-AMOUNT.
005060     MOVE AF-BALANCE TO TR-BALANCE.
005061     IF AH-TRAN-TYPE-CODE = 'R'
005062         MOVE 'REVERSAL OF' TO TR-DESC-CAPTION
005063         MOVE AH-REVERSED-DATE TO TR-DESC-DATE
005064         MOVE '/' TO TR-DESC-SLASH
005065         MOVE AH-REVERSED-SEQUENCE TO TR-DESC-SEQUENCE
005066     ELSE
005067         MOVE SPACES TO TR-DESCRIPTION
005068     END-IF.
005070     MOVE DL200-TRAN-LINE TO DL200-OUT-LINE.
005080     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT.
005090     ADD 1 TO DL200-ACTIVITY-COUNT.
005100     PERFORM 2910-READ-AUDIT-IN THRU 2910-EXIT.
005110 2200-EXIT.
006100     END-IF.
006110 2950-EXIT.
006120     EXIT.
006121*
006122******************************************************************
006123*    2960-WRITE-STATEMENT-LINE - WRITE DL200-OUT-LINE TO THE     *
006124*    STATEMENT FILE, OR TO THE HELD-MAIL LISTING WHEN THE        *
006125*    ACCOUNT'S ADDRESS IS FLAGGED UNDELIVERABLE.  A HELD PAGE IS *
006126*    THE SAME PAGE, KEPT BACK FROM THE PRINT VENDOR UNTIL THE    *
006127*    ADDRESS IS CORRECTED.                                       *
006128******************************************************************
006129 2960-WRITE-STATEMENT-LINE.
006130     IF DL200-HOLD-MAIL
006131         WRITE HELD-MAIL-OUT-RECORD FROM DL200-OUT-LINE
006132         PERFORM 2970-CHECK-HELD-WRITE THRU 2970-EXIT
006133     ELSE
006134         WRITE STATEMENT-OUT-RECORD FROM DL200-OUT-LINE
006135         PERFORM 2950-CHECK-STATEMENT-WRITE THRU 2950-EXIT
006136     END-IF.
006137 2960-EXIT.
006138     EXIT.
006139*
006140******************************************************************
006141*    2970-CHECK-HELD-WRITE - ONE FILE STATUS CHECK FOR EVERY     *
006142*    HELD-MAIL LINE WRITTEN.                                     *
006143******************************************************************
006144 2970-CHECK-HELD-WRITE.
006145     IF DL200-HELD-OUT-STATUS NOT = '00'
006146         MOVE 'HELD-MAIL-OUT' TO DL200-ABEND-FILE-NAME
006147         MOVE DL200-HELD-OUT-STATUS TO DL200-ABEND-FILE-STATUS
006148         PERFORM 9999-ABEND-PARAGRAPH
006149     END-IF.
006150 2970-EXIT.
006151     EXIT.
006166*
006167******************************************************************
006168*    3000-WRAP-UP - COUNT PAGE, RETURN CODE, AND CLOSES.         *
006169******************************************************************
006170 3000-WRAP-UP.
006180     MOVE 'MASTER RECORDS READ:' TO CN-CAPTION.
006190     MOVE DL200-MASTER-COUNT TO CN-COUNT.
006270     MOVE DL200-STATEMENT-COUNT TO CN-COUNT.
006280     WRITE STATEMENT-OUT-RECORD FROM DL200-COUNT-LINE.
006290     PERFORM 2950-CHECK-STATEMENT-WRITE THRU 2950-EXIT.
006291     MOVE 'STATEMENTS HELD - RETURNED MAIL:' TO CN-CAPTION.
006292     MOVE DL200-HELD-COUNT TO CN-COUNT.
006293     WRITE STATEMENT-OUT-RECORD FROM DL200-COUNT-LINE.
006294     PERFORM 2950-CHECK-STATEMENT-WRITE THRU 2950-EXIT.
006295     WRITE HELD-MAIL-OUT-RECORD FROM DL200-COUNT-LINE.
006296     PERFORM 2970-CHECK-HELD-WRITE THRU 2970-EXIT.
006300     MOVE 'TRANSACTIONS STATEMENTED:' TO CN-CAPTION.
006310     MOVE DL200-ACTIVITY-COUNT TO CN-COUNT.
006320     WRITE STATEMENT-OUT-RECORD FROM DL200-COUNT-LINE.
006680         MOVE DL200-STMT-OUT-STATUS TO DL200-ABEND-FILE-STATUS
006690         PERFORM 9999-ABEND-PARAGRAPH
006700     END-IF.
006701     CLOSE HELD-MAIL-OUT.
006702     IF DL200-HELD-OUT-STATUS NOT = '00'
006703         MOVE 'HELD-MAIL-OUT' TO DL200-ABEND-FILE-NAME
006704         MOVE DL200-HELD-OUT-STATUS TO DL200-ABEND-FILE-STATUS
006705         PERFORM 9999-ABEND-PARAGRAPH
006706     END-IF.
006710     MOVE 17 TO DL200-MESSAGE-NUMBER.
006720     DISPLAY DL100-MESSAGE-ENTRY (DL200-MESSAGE-NUMBER)
006730         ' - STATEMENTS PRINTED: ' DL200-STATEMENT-COUNT
006735         ' HELD: ' DL200-HELD-COUNT.
006740 3000-EXIT.
006750     EXIT.
006760*
006761******************************************************************
006762*    8900-END-CYCLE-STEP - RECORD THIS STEP'S END AND RETURN     *
006763*    CODE ON THE CYCLE CONTROL FILE.  IF THAT FAILS THE STEP     *
006764*    STILL ENDS WITH ITS OWN RETURN CODE - THE NEXT STEP WILL    *
006765*    FIND THIS ONE NOT ENDED AND REFUSE TO RUN UNTIL SOMEONE     *
006766*    CHECKS THE CYCLE STATUS.                                    *
006767******************************************************************
006768 8900-END-CYCLE-STEP.
006769     IF NOT DL200-CYCLE-STEP-STARTED
006770         GO TO 8900-EXIT
006771     END-IF.
006772     MOVE 'N' TO DL200-CYCLE-SWITCH.
006773     MOVE 'E' TO CP-FUNCTION.
006774     MOVE RETURN-CODE TO CP-STEP-RC.
006775     CALL 'CYCLCTL' USING DL200-CYCLE-AREA.
006776     MOVE CP-STEP-RC TO RETURN-CODE.
006777     IF NOT CP-CLEARED
006778         MOVE 55 TO DL200-MESSAGE-NUMBER
006779         DISPLAY DL100-MESSAGE-ENTRY (DL200-MESSAGE-NUMBER)
006780         DISPLAY 'CYCLE ' CP-PROCESS-DATE ' - ' CP-REASON
006781     END-IF.
006782 8900-EXIT.
006783     EXIT.
006784*
006785******************************************************************
006786*    9999-ABEND-PARAGRAPH - CONTROLLED SHUTDOWN ON A BAD FILE    *
006790*    STATUS.                                                     *
006800******************************************************************
006810 9999-ABEND-PARAGRAPH.
006850             ' STATUS: ' DL200-ABEND-FILE-STATUS
006860             ' STATEMENTS PRINTED: ' DL200-STATEMENT-COUNT.
006870     MOVE 16 TO RETURN-CODE.
006875     PERFORM 8900-END-CYCLE-STEP THRU 8900-EXIT.
006880     STOP RUN.
