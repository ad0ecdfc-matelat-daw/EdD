000150*      PARM='ACCT=9999999999'                    ONE ACCOUNT    *
000160*      PARM='ACCT=9999999999,DATE=YYYYMMDD-YYYYMMDD'            *
000170*                              THAT ACCOUNT IN A DATE RANGE     *
000171*    RECORDS OLDER THAN THE RETENTION PERIOD ARE MOVED OFF THE  *
000172*    KSDS BY THE MONTHLY RETENTION RUN (AUDARCH) ONTO A         *
000173*    CUMULATIVE ARCHIVE GENERATION.  WHEN THE REQUEST REACHES   *
000174*    BACK PAST THE RETENTION BOUNDARY ON THE RETENTION CONTROL  *
000175*    RECORD, THAT ACCOUNT'S ARCHIVED RECORDS PRINT FIRST, THEN  *
000176*    ITS RECORDS STILL ON THE KSDS, SO THE TRAIL STAYS IN DATE  *
000177*    ORDER.                                                     *
000180*    RETURN CODE 0 WHEN AT LEAST ONE RECORD PRINTED, 4 WHEN     *
000190*    NOTHING MATCHED THE REQUEST (THE REPORT SAYS SO TOO), 16   *
000200*    ON A FILE FAILURE OR AN UNRECOGNIZABLE PARM.               *
000220*    MODIFICATION HISTORY.                                      *
000230*    DATE       INIT DESCRIPTION                                *
000240*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000242*    10/15/2026 JM   A REVERSAL'S KEY LINE ALSO SHOWS THE DATE  *
000244*                   AND SEQUENCE OF THE POSTING IT BACKS OUT.   *
000246*                   HISTORY RECORD GREW 324 TO 339 BYTES.       *
000247*    10/15/2026 JM   HISTORY RECORD GREW 339 TO 357.  THE IMAGE *
000248*                   LINES SHOW THE RETURNED-MAIL FLAG ('U')     *
000249*                   AFTER THE POSTAL CODE.                      *
000250*    10/15/2026 JM   A REQUEST THAT REACHES BACK PAST THE       *
000251*                   RETENTION BOUNDARY (HISTRETN) ALSO READS    *
000252*                   THE LATEST ARCHIVE GENERATION (HISTARCH)    *
000253*                   WRITTEN BY AUDARCH, AHEAD OF THE KSDS.      *
000258*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. AUDINQ.
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS DL240-INQ-RPT-STATUS.
000511*
000512     SELECT ARCHIVE-HISTORY
000513         ASSIGN TO HISTARCH
000514         ORGANIZATION IS SEQUENTIAL
000515         ACCESS MODE IS SEQUENTIAL
000516         FILE STATUS IS DL240-ARCHIVE-STATUS.
000520*
000521     SELECT RETENTION-CONTROL
000522         ASSIGN TO HISTRETN
000523         ORGANIZATION IS SEQUENTIAL
000524         ACCESS MODE IS SEQUENTIAL
000525         FILE STATUS IS DL240-RETN-CTL-STATUS.
000526*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560 FD  AUDIT-HISTORY
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 357 CHARACTERS.
000590 01  AUDIT-HISTORY-RECORD.
000600     COPY AUDIT-HISTORY.
000610*
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 133 CHARACTERS.
000650 01  INQUIRY-REPORT-RECORD       PIC X(133).
000651*
000652*    THE ARCHIVE IS IN THE HISTORY RECORD LAYOUT AND KEY ORDER.
000653*    ONLY THE ACCOUNT AND DATE ARE LOOKED AT HERE - A SELECTED
000654*    RECORD IS MOVED WHOLE TO THE HISTORY RECORD AREA TO PRINT.
000655 FD  ARCHIVE-HISTORY
000656     LABEL RECORDS ARE STANDARD
000657     RECORD CONTAINS 357 CHARACTERS.
000658 01  ARCHIVE-HISTORY-RECORD.
000659     05  AX-ACCOUNT-NUMBER           PIC 9(10).
000660     05  AX-PROCESS-DATE             PIC 9(08).
000661     05  FILLER                      PIC X(339).
000662*
000663 FD  RETENTION-CONTROL
000664     LABEL RECORDS ARE STANDARD
000665     RECORD CONTAINS 80 CHARACTERS.
000666 01  RETENTION-CONTROL-RECORD.
000667     COPY AUDIT-RETENTION.
000668*
000670 WORKING-STORAGE SECTION.
000680*
000690 COPY MESSAGES.
000730 01  DL240-FILE-STATUS-FIELDS.
000740     05  DL240-AUDIT-HST-STATUS      PIC X(02) VALUE '00'.
000750     05  DL240-INQ-RPT-STATUS        PIC X(02) VALUE '00'.
000753     05  DL240-ARCHIVE-STATUS        PIC X(02) VALUE '00'.
000756     05  DL240-RETN-CTL-STATUS       PIC X(02) VALUE '00'.
000760*
000770 01  DL240-ABEND-FIELDS.
000780     05  DL240-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
000850     05  DL240-RANGE-SWITCH          PIC X(01) VALUE 'N'.
000860         88  DL240-RANGE-GIVEN           VALUE 'Y'.
000870         88  DL240-NO-RANGE              VALUE 'N'.
000871     05  DL240-ARCHIVE-SWITCH        PIC X(01) VALUE 'N'.
000872         88  DL240-ARCHIVE-WANTED        VALUE 'Y'.
000873         88  DL240-ARCHIVE-NOT-WANTED    VALUE 'N'.
000874     05  DL240-ARCH-EOF-SWITCH       PIC X(01) VALUE 'N'.
000875         88  DL240-END-OF-ARCHIVE        VALUE 'Y'.
000876         88  DL240-NOT-END-OF-ARCHIVE    VALUE 'N'.
000880*
000890 01  DL240-COUNTERS.
000900     05  DL240-RECORD-COUNT          PIC 9(07) VALUE ZERO.
000910     05  DL240-PRINTED-COUNT         PIC 9(07) VALUE ZERO.
000915     05  DL240-ARCHIVE-COUNT         PIC 9(07) VALUE ZERO.
000920*
000930 01  DL240-SELECT-FIELDS.
000940     05  DL240-SELECT-ACCT           PIC 9(10) VALUE ZERO.
000950     05  DL240-SELECT-FROM-DATE      PIC 9(08) VALUE ZERO.
000960     05  DL240-SELECT-TO-DATE        PIC 9(08) VALUE 99999999.
000962*    RECORDS DATED BEFORE THIS ARE ON THE ARCHIVE, NOT THE
000964*    KSDS - ZERO WHEN NOTHING HAS EVER BEEN ARCHIVED.
000966     05  DL240-ARCHIVED-BEFORE       PIC 9(08) VALUE ZERO.
000970*
000980*    THE BEFORE AND AFTER IMAGES COME OFF THE HISTORY AS PLAIN
000990*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
001000*    LAYOUT OVER THEM, AS AUDPRT DOES.
001010 01  DL240-BEFORE-RECORD.
001020     COPY CUSTOMER-RECORD REPLACING
001150         ==CR-CITY== BY ==BF-CITY==
001160         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
001170         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
001180         ==CR-PHONE== BY ==BF-PHONE==
001181         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
001182         ==CR-MAIL-DELIVERABLE== BY
001183         ==BF-MAIL-DELIVERABLE==
001184         ==CR-MAIL-UNDELIVERABLE== BY
001185         ==BF-MAIL-UNDELIVERABLE==
001186         ==CR-MAIL-RETURN-DATE== BY
001187         ==BF-MAIL-RETURN-DATE==.
001190*
001200 01  DL240-AFTER-RECORD.
001210     COPY CUSTOMER-RECORD REPLACING
001340         ==CR-CITY== BY ==AF-CITY==
001350         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
001360         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
001370         ==CR-PHONE== BY ==AF-PHONE==
001371         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
001372         ==CR-MAIL-DELIVERABLE== BY
001373         ==AF-MAIL-DELIVERABLE==
001374         ==CR-MAIL-UNDELIVERABLE== BY
001375         ==AF-MAIL-UNDELIVERABLE==
001376         ==CR-MAIL-RETURN-DATE== BY
001377         ==AF-MAIL-RETURN-DATE==.
001380*
001390 01  DL240-REPORT-HEADING-LINE.
001400     05  FILLER                      PIC X(01) VALUE '1'.
001650     05  FILLER                      PIC X(03) VALUE SPACES.
001660     05  FILLER                      PIC X(09) VALUE 'ACCOUNT:'.
001670     05  KL-ACCOUNT-NUMBER           PIC 9(10).
001680     05  FILLER                      PIC X(03) VALUE SPACES.
001681     05  KL-REVERSAL-REFERENCE.
001682         10  KL-REV-CAPTION          PIC X(10).
001683         10  KL-REV-DATE             PIC X(08).
001684         10  KL-REV-SLASH            PIC X(01).
001685         10  KL-REV-SEQUENCE         PIC X(07).
001686     05  FILLER                      PIC X(29) VALUE SPACES.
001690*
001700 01  DL240-IMAGE-LINE.
001710     05  FILLER                      PIC X(01) VALUE SPACE.
001830     05  IL-CITY                     PIC X(18).
001840     05  FILLER                      PIC X(02) VALUE SPACES.
001850     05  IL-POSTAL-CODE              PIC X(09).
001860     05  FILLER                      PIC X(02) VALUE SPACES.
001863     05  IL-MAIL-STATUS              PIC X(01).
001866     05  FILLER                      PIC X(06) VALUE SPACES.
001870*
001880 01  DL240-COUNT-LINE.
001890     05  FILLER                      PIC X(01) VALUE SPACE.
002130     STOP RUN.
002140*
002150******************************************************************
002160*    1000-INITIALIZE - PARSE THE SELECTION PARM, OPEN THE FILES, *
002170*    WRITE THE HEADINGS, PRINT ANY ARCHIVED PART OF THE TRAIL,   *
002180*    AND START THE HISTORY AT THE REQUESTED ACCOUNT.             *
002190******************************************************************
002200 1000-INITIALIZE.
002210     MOVE 25 TO DL240-MESSAGE-NUMBER.
002220     DISPLAY DL100-MESSAGE-ENTRY (DL240-MESSAGE-NUMBER).
002230     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002235     PERFORM 1150-READ-RETENTION-CONTROL THRU 1150-EXIT.
002240     OPEN INPUT AUDIT-HISTORY.
002250     IF DL240-AUDIT-HST-STATUS NOT = '00'
002260         MOVE 'AUDIT-HIST' TO DL240-ABEND-FILE-NAME
002390     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002400     WRITE INQUIRY-REPORT-RECORD FROM DL240-BLANK-LINE.
002410     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
002412     IF DL240-ARCHIVE-WANTED
002414         PERFORM 1400-PRINT-ARCHIVED-TRAIL THRU 1400-EXIT
002416     END-IF.
002420     PERFORM 1200-START-AT-ACCOUNT THRU 1200-EXIT.
002430 1000-EXIT.
002440     EXIT.
002820     STOP RUN.
002830 1100-EXIT.
002840     EXIT.
002841*
002842******************************************************************
002843*    1150-READ-RETENTION-CONTROL - PICK UP THE RETENTION         *
002844*    BOUNDARY LEFT BY THE LAST AUDARCH RUN.  THE ARCHIVE IS READ *
002845*    ONLY WHEN THE REQUEST STARTS BEFORE THE BOUNDARY.  AN EMPTY *
002846*    CONTROL FILE MEANS NOTHING HAS BEEN ARCHIVED YET.           *
002847******************************************************************
002848 1150-READ-RETENTION-CONTROL.
002849     OPEN INPUT RETENTION-CONTROL.
002850     IF DL240-RETN-CTL-STATUS NOT = '00'
002851         MOVE 'RETN-CONTROL' TO DL240-ABEND-FILE-NAME
002852         MOVE DL240-RETN-CTL-STATUS TO DL240-ABEND-FILE-STATUS
002853         PERFORM 9999-ABEND-PARAGRAPH
002854     END-IF.
002855     READ RETENTION-CONTROL
002856         AT END
002857             MOVE ZERO TO DL240-ARCHIVED-BEFORE
002858         NOT AT END
002859             MOVE AR-ARCHIVED-BEFORE TO DL240-ARCHIVED-BEFORE
002860     END-READ.
002861     IF DL240-RETN-CTL-STATUS NOT = '00'
002862         AND DL240-RETN-CTL-STATUS NOT = '10'
002863         MOVE 'RETN-CONTROL' TO DL240-ABEND-FILE-NAME
002864         MOVE DL240-RETN-CTL-STATUS TO DL240-ABEND-FILE-STATUS
002865         PERFORM 9999-ABEND-PARAGRAPH
002866     END-IF.
002867     CLOSE RETENTION-CONTROL.
002868     IF DL240-RETN-CTL-STATUS NOT = '00'
002869         MOVE 'RETN-CONTROL' TO DL240-ABEND-FILE-NAME
002870         MOVE DL240-RETN-CTL-STATUS TO DL240-ABEND-FILE-STATUS
002871         PERFORM 9999-ABEND-PARAGRAPH
002872     END-IF.
002873     IF DL240-SELECT-FROM-DATE < DL240-ARCHIVED-BEFORE
002874         MOVE 'Y' TO DL240-ARCHIVE-SWITCH
002875     END-IF.
002876 1150-EXIT.
002877     EXIT.
002878*
002879******************************************************************
002880*    1200-START-AT-ACCOUNT - POSITION THE HISTORY AT THE FIRST   *
002881*    RECORD FOR THE REQUESTED ACCOUNT.  STATUS 23 MEANS THERE IS *
002882*    NOTHING AT OR PAST THE ACCOUNT - AN EMPTY ANSWER, NOT AN    *
002883*    ERROR.                                                      *
002884******************************************************************
002920 1200-START-AT-ACCOUNT.
002930     MOVE DL240-SELECT-ACCT TO AH-ACCOUNT-NUMBER.
002940     MOVE ZERO TO AH-PROCESS-DATE.
003090     END-IF.
003100 1200-EXIT.
003110     EXIT.
003111*
003112******************************************************************
003113*    1400-PRINT-ARCHIVED-TRAIL - PRINT THE ACCOUNT'S ARCHIVED    *
003114*    RECORDS IN THE DATE RANGE.  THE ARCHIVE IS IN KEY ORDER, SO *
003115*    THE PASS STOPS AT THE FIRST HIGHER ACCOUNT.                 *
003116******************************************************************
003117 1400-PRINT-ARCHIVED-TRAIL.
003118     OPEN INPUT ARCHIVE-HISTORY.
003119     IF DL240-ARCHIVE-STATUS NOT = '00'
003120         MOVE 'ARCHIVE' TO DL240-ABEND-FILE-NAME
003121         MOVE DL240-ARCHIVE-STATUS TO DL240-ABEND-FILE-STATUS
003122         PERFORM 9999-ABEND-PARAGRAPH
003123     END-IF.
003124     PERFORM 1410-READ-ARCHIVE THRU 1410-EXIT.
003125     PERFORM 1420-PRINT-ONE-ARCHIVED THRU 1420-EXIT
003126         UNTIL DL240-END-OF-ARCHIVE.
003127     CLOSE ARCHIVE-HISTORY.
003128     IF DL240-ARCHIVE-STATUS NOT = '00'
003129         MOVE 'ARCHIVE' TO DL240-ABEND-FILE-NAME
003130         MOVE DL240-ARCHIVE-STATUS TO DL240-ABEND-FILE-STATUS
003131         PERFORM 9999-ABEND-PARAGRAPH
003132     END-IF.
003133 1400-EXIT.
003134     EXIT.
003135*
003136******************************************************************
003137*    1410-READ-ARCHIVE - A HIGHER ACCOUNT ENDS THE PASS.         *
003138******************************************************************
003139 1410-READ-ARCHIVE.
003140     READ ARCHIVE-HISTORY
003141         AT END
003142             MOVE 'Y' TO DL240-ARCH-EOF-SWITCH
003143         NOT AT END
003144             ADD 1 TO DL240-ARCHIVE-COUNT
003145             IF AX-ACCOUNT-NUMBER > DL240-SELECT-ACCT
003146                 MOVE 'Y' TO DL240-ARCH-EOF-SWITCH
003147             END-IF
003148     END-READ.
003149     IF DL240-ARCHIVE-STATUS NOT = '00'
003150         AND DL240-ARCHIVE-STATUS NOT = '10'
003151         MOVE 'ARCHIVE' TO DL240-ABEND-FILE-NAME
003152         MOVE DL240-ARCHIVE-STATUS TO DL240-ABEND-FILE-STATUS
003153         PERFORM 9999-ABEND-PARAGRAPH
003154     END-IF.
003155 1410-EXIT.
003156     EXIT.
003157*
003158******************************************************************
003159*    1420-PRINT-ONE-ARCHIVED - PRINT IT IF SELECTED.             *
003160******************************************************************
003161 1420-PRINT-ONE-ARCHIVED.
003162     IF AX-ACCOUNT-NUMBER = DL240-SELECT-ACCT
003163         AND AX-PROCESS-DATE >= DL240-SELECT-FROM-DATE
003164         AND AX-PROCESS-DATE <= DL240-SELECT-TO-DATE
003165         MOVE ARCHIVE-HISTORY-RECORD TO AUDIT-HISTORY-RECORD
003166         PERFORM 2100-PRINT-HISTORY-RECORD THRU 2100-EXIT
003167     END-IF.
003168     PERFORM 1410-READ-ARCHIVE THRU 1410-EXIT.
003169 1420-EXIT.
003170     EXIT.
003171*
003172******************************************************************
003173*    2000-PRINT-ONE-RECORD - PRINT THE HISTORY RECORD IN THE     *
003174*    BUFFER IF IT FALLS IN THE DATE RANGE, THEN READ THE NEXT.   *
003175*    THE TRAIL ENDS WHEN THE KEY LEAVES THE REQUESTED ACCOUNT.   *
003176*    RECORDS BEFORE THE ARCHIVE BOUNDARY ARE SKIPPED HERE - THEY *
003177*    PRINTED FROM THE ARCHIVE.                                   *
003178******************************************************************
003180 2000-PRINT-ONE-RECORD.
003182     IF DL240-ARCHIVE-WANTED
003184         AND AH-PROCESS-DATE < DL240-ARCHIVED-BEFORE
003186         GO TO 2000-READ-NEXT
003188     END-IF.
003190     IF DL240-NO-RANGE
003200         PERFORM 2100-PRINT-HISTORY-RECORD THRU 2100-EXIT
003210     ELSE
003240             PERFORM 2100-PRINT-HISTORY-RECORD THRU 2100-EXIT
003250         END-IF
003260     END-IF.
003265 2000-READ-NEXT.
003270     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
003280 2000-EXIT.
003290     EXIT.
003410     MOVE AH-SEQUENCE TO KL-SEQUENCE.
003420     MOVE AH-TRAN-TYPE-CODE TO KL-TRAN-TYPE.
003430     MOVE AH-ACCOUNT-NUMBER TO KL-ACCOUNT-NUMBER.
003431     IF AH-TRAN-TYPE-CODE = 'R'
003432         MOVE 'REVERSES:' TO KL-REV-CAPTION
003433         MOVE AH-REVERSED-DATE TO KL-REV-DATE
003434         MOVE '/' TO KL-REV-SLASH
003435         MOVE AH-REVERSED-SEQUENCE TO KL-REV-SEQUENCE
003436     ELSE
003437         MOVE SPACES TO KL-REVERSAL-REFERENCE
003438     END-IF.
003440     WRITE INQUIRY-REPORT-RECORD FROM DL240-KEY-LINE.
003450     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003460     IF AH-BEFORE-IMAGE = SPACES
003530         MOVE SPACES TO IL-ADDRESS-LINE-1
003540         MOVE SPACES TO IL-CITY
003550         MOVE SPACES TO IL-POSTAL-CODE
003555         MOVE SPACE TO IL-MAIL-STATUS
003560     ELSE
003570         MOVE 'BEFORE:' TO IL-IMAGE-LABEL
003580         MOVE BF-CUSTOMER-NAME TO IL-CUSTOMER-NAME
003620         MOVE BF-ADDRESS-LINE-1 TO IL-ADDRESS-LINE-1
003630         MOVE BF-CITY TO IL-CITY
003640         MOVE BF-POSTAL-CODE TO IL-POSTAL-CODE
003645         MOVE BF-MAIL-STATUS TO IL-MAIL-STATUS
003650     END-IF.
003660     WRITE INQUIRY-REPORT-RECORD FROM DL240-IMAGE-LINE.
003670     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003730     MOVE AF-ADDRESS-LINE-1 TO IL-ADDRESS-LINE-1.
003740     MOVE AF-CITY TO IL-CITY.
003750     MOVE AF-POSTAL-CODE TO IL-POSTAL-CODE.
003755     MOVE AF-MAIL-STATUS TO IL-MAIL-STATUS.
003760     WRITE INQUIRY-REPORT-RECORD FROM DL240-IMAGE-LINE.
003770     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
003780     WRITE INQUIRY-REPORT-RECORD FROM DL240-BLANK-LINE.
004260     MOVE DL240-RECORD-COUNT TO CN-COUNT.
004270     WRITE INQUIRY-REPORT-RECORD FROM DL240-COUNT-LINE.
004280     PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT.
004281     IF DL240-ARCHIVE-WANTED
004282         MOVE 'ARCHIVE RECORDS READ:' TO CN-CAPTION
004283         MOVE DL240-ARCHIVE-COUNT TO CN-COUNT
004284         WRITE INQUIRY-REPORT-RECORD FROM DL240-COUNT-LINE
004285         PERFORM 2950-CHECK-REPORT-WRITE THRU 2950-EXIT
004286     END-IF.
004290     MOVE 'RECORDS PRINTED:' TO CN-CAPTION.
004300     MOVE DL240-PRINTED-COUNT TO CN-COUNT.
004310     WRITE INQUIRY-REPORT-RECORD FROM DL240-COUNT-LINE.
