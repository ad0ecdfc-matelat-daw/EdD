000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.   TRANREV                                      *
000040*    AUTHOR.       J. MATELAT                                   *
000050*    INSTALLATION. EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN. 10/15/2026                                   *
000070*    DATE-COMPILED.                                             *
000080*                                                                *
000090*    PURPOSE.  CALLED BY HELLO-WORLD FOR EVERY TRANS-IN DETAIL  *
000100*    RECORD WHOSE TRANSACTION TYPE CODE IS 'R' (REVERSAL).  THE *
000110*    TRANSACTION NAMES ONE EARLIER POSTING TO THE SAME ACCOUNT  *
000120*    BY ITS PROCESS DATE AND AUDIT SEQUENCE; THE DRIVER READS   *
000130*    THAT POSTING FROM THE AUDIT HISTORY AND PASSES IT IN, AND  *
000140*    THIS PROGRAM BACKS ITS BALANCE EFFECT (AFTER-IMAGE BALANCE *
000150*    LESS BEFORE-IMAGE BALANCE) OUT OF THE ON-FILE BALANCE.     *
000160*    ONLY A PAYMENT ('P'), A DEBIT ('B'), OR A CHANGE ('C') THAT*
000170*    MOVED THE BALANCE CAN BE REVERSED - AN ADD OR A DELETE HAS *
000180*    NO BALANCE EFFECT TO UNDO.  THE TRANSACTION AMOUNT MUST BE *
000190*    THE SIZE OF THE ORIGINAL MOVEMENT, SO A MISKEYED REFERENCE *
000200*    CANNOT QUIETLY BACK OUT THE WRONG POSTING.  EVERYTHING ELSE*
000210*    ON THE RESULT RECORD IS CARRIED FORWARD FROM THE MASTER -  *
000220*    A REVERSAL IS A CORRECTION, NOT CUSTOMER ACTIVITY, SO IT   *
000230*    NEVER REACTIVATES AN INACTIVE OR DORMANT ACCOUNT.  RETURNS *
000240*    0 IF THE RECORD IS ACCEPTABLE, OTHERWISE ONE OF THE REJECT *
000250*    REASON CODES LISTED IN THE SUSPENSE-RECORD COPYBOOK -      *
000260*    HERE, 10 WHEN THE ACCOUNT NUMBER IS NOT PRESENT, 18 WHEN   *
000270*    THE ACCOUNT IS CLOSED, 34 WHEN THE ORIGINAL IS NOT A       *
000280*    POSTING THAT MOVED THE BALANCE, 38 WHEN THE AMOUNT DOES NOT*
000290*    MATCH IT, AND 26 WHEN BACKING IT OUT WOULD DRIVE THE       *
000300*    BALANCE NEGATIVE.  WHETHER THE ORIGINAL EXISTS AND WHETHER *
000310*    IT WAS ALREADY REVERSED (32 AND 36) IS DECIDED BY THE      *
000320*    DRIVER, WHICH OWNS THE AUDIT HISTORY FILE.                 *
000330*                                                                *
000340*    MODIFICATION HISTORY.                                      *
000350*    DATE       INIT DESCRIPTION                                *
000360*    10/15/2026 JM   ORIGINAL PROGRAM.                          *
000362*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000364*                   CARRIED FORWARD FROM THE MASTER WITH THE    *
000366*                   ADDRESS BLOCK.                              *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. TRANREV.
000410 AUTHOR. J. MATELAT.
000420 INSTALLATION. EDD BATCH SYSTEMS.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450*
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480*
000490 01  TRV-WORK-FIELDS.
000500     05  TRV-MOVEMENT                PIC S9(09)V99 VALUE ZERO.
000510     05  TRV-MOVEMENT-SIZE           PIC S9(09)V99 VALUE ZERO.
000520     05  TRV-POSTED-BALANCE          PIC S9(09)V99 VALUE ZERO.
000530*
000540*    THE ORIGINAL POSTING'S IMAGES ARRIVE AS PLAIN 156-BYTE AREAS
000550*    - THESE TWO RECORDS LAY THE CUSTOMER-RECORD LAYOUT OVER THEM.
000560 01  TRV-BEFORE-RECORD.
000570     COPY CUSTOMER-RECORD REPLACING
000580         ==CR-ACCOUNT-NUMBER== BY ==BF-ACCOUNT-NUMBER==
000590         ==CR-CUSTOMER-NAME== BY ==BF-CUSTOMER-NAME==
000600         ==CR-BALANCE== BY ==BF-BALANCE==
000610         ==CR-STATUS-CODE== BY ==BF-STATUS-CODE==
000620         ==CR-STATUS-ACTIVE== BY ==BF-STATUS-ACTIVE==
000630         ==CR-STATUS-INACTIVE== BY
000640         ==BF-STATUS-INACTIVE==
000650         ==CR-STATUS-CLOSED== BY ==BF-STATUS-CLOSED==
000660         ==CR-STATUS-DORMANT== BY
000670         ==BF-STATUS-DORMANT==
000680         ==CR-LAST-ACTIVITY-DATE== BY
000690         ==BF-LAST-ACTIVITY-DATE==
000700         ==CR-ADDRESS-LINE-1== BY ==BF-ADDRESS-LINE-1==
000710         ==CR-ADDRESS-LINE-2== BY ==BF-ADDRESS-LINE-2==
000720         ==CR-CITY== BY ==BF-CITY==
000730         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
000740         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
000750         ==CR-PHONE== BY ==BF-PHONE==
000751         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
000752         ==CR-MAIL-DELIVERABLE== BY
000753         ==BF-MAIL-DELIVERABLE==
000754         ==CR-MAIL-UNDELIVERABLE== BY
000755         ==BF-MAIL-UNDELIVERABLE==
000756         ==CR-MAIL-RETURN-DATE== BY
000757         ==BF-MAIL-RETURN-DATE==.
000760*
000770 01  TRV-AFTER-RECORD.
000780     COPY CUSTOMER-RECORD REPLACING
000790         ==CR-ACCOUNT-NUMBER== BY ==AF-ACCOUNT-NUMBER==
000800         ==CR-CUSTOMER-NAME== BY ==AF-CUSTOMER-NAME==
000810         ==CR-BALANCE== BY ==AF-BALANCE==
000820         ==CR-STATUS-CODE== BY ==AF-STATUS-CODE==
000830         ==CR-STATUS-ACTIVE== BY ==AF-STATUS-ACTIVE==
000840         ==CR-STATUS-INACTIVE== BY
000850         ==AF-STATUS-INACTIVE==
000860         ==CR-STATUS-CLOSED== BY ==AF-STATUS-CLOSED==
000870         ==CR-STATUS-DORMANT== BY
000880         ==AF-STATUS-DORMANT==
000890         ==CR-LAST-ACTIVITY-DATE== BY
000900         ==AF-LAST-ACTIVITY-DATE==
000910         ==CR-ADDRESS-LINE-1== BY ==AF-ADDRESS-LINE-1==
000920         ==CR-ADDRESS-LINE-2== BY ==AF-ADDRESS-LINE-2==
000930         ==CR-CITY== BY ==AF-CITY==
000940         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
000950         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
000960         ==CR-PHONE== BY ==AF-PHONE==
000961         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
000962         ==CR-MAIL-DELIVERABLE== BY
000963         ==AF-MAIL-DELIVERABLE==
000964         ==CR-MAIL-UNDELIVERABLE== BY
000965         ==AF-MAIL-UNDELIVERABLE==
000966         ==CR-MAIL-RETURN-DATE== BY
000967         ==AF-MAIL-RETURN-DATE==.
000970*
000980 LINKAGE SECTION.
000990 01  LS-CUSTOMER-RECORD.
001000     COPY CUSTOMER-RECORD.
001010*
001020 01  LS-MASTER-RECORD.
001030     COPY CUSTOMER-RECORD REPLACING
001040         ==CR-ACCOUNT-NUMBER== BY ==MR-ACCOUNT-NUMBER==
001050         ==CR-CUSTOMER-NAME== BY ==MR-CUSTOMER-NAME==
001060         ==CR-BALANCE== BY ==MR-BALANCE==
001070         ==CR-STATUS-CODE== BY ==MR-STATUS-CODE==
001080         ==CR-STATUS-ACTIVE== BY ==MR-STATUS-ACTIVE==
001090         ==CR-STATUS-INACTIVE== BY
001100         ==MR-STATUS-INACTIVE==
001110         ==CR-STATUS-CLOSED== BY ==MR-STATUS-CLOSED==
001120         ==CR-STATUS-DORMANT== BY
001130         ==MR-STATUS-DORMANT==
001140         ==CR-LAST-ACTIVITY-DATE== BY
001150         ==MR-LAST-ACTIVITY-DATE==
001160         ==CR-ADDRESS-LINE-1== BY ==MR-ADDRESS-LINE-1==
001170         ==CR-ADDRESS-LINE-2== BY ==MR-ADDRESS-LINE-2==
001180         ==CR-CITY== BY ==MR-CITY==
001190         ==CR-STATE-PROV== BY ==MR-STATE-PROV==
001200         ==CR-POSTAL-CODE== BY ==MR-POSTAL-CODE==
001210         ==CR-PHONE== BY ==MR-PHONE==
001211         ==CR-MAIL-STATUS== BY ==MR-MAIL-STATUS==
001212         ==CR-MAIL-DELIVERABLE== BY
001213         ==MR-MAIL-DELIVERABLE==
001214         ==CR-MAIL-UNDELIVERABLE== BY
001215         ==MR-MAIL-UNDELIVERABLE==
001216         ==CR-MAIL-RETURN-DATE== BY
001217         ==MR-MAIL-RETURN-DATE==.
001220*
001230 01  LS-ORIGINAL-HISTORY.
001240     COPY AUDIT-HISTORY.
001250*
001260 01  LS-RETURN-CODE                  PIC S9(04) COMP.
001270*
001280 PROCEDURE DIVISION USING LS-CUSTOMER-RECORD LS-MASTER-RECORD
001290     LS-ORIGINAL-HISTORY LS-RETURN-CODE.
001300*
001310******************************************************************
001320*    0000-MAINLINE - BACK THE ORIGINAL POSTING'S BALANCE        *
001330*    MOVEMENT OUT OF THE ON-FILE MASTER RECORD.  THE DRIVER     *
001340*    LOADED THE REVERSAL AMOUNT INTO CR-BALANCE; THE RESULT     *
001350*    RECORD IS THE MASTER WITH THE MOVEMENT TAKEN BACK OFF ITS  *
001360*    BALANCE.                                                   *
001370******************************************************************
001380 0000-MAINLINE.
001390     MOVE 0 TO LS-RETURN-CODE.
001400     IF CR-ACCOUNT-NUMBER = ZERO
001410         MOVE 10 TO LS-RETURN-CODE
001420         GO TO 0000-GOBACK
001430     END-IF.
001440     IF MR-STATUS-CLOSED
001450         MOVE 18 TO LS-RETURN-CODE
001460         GO TO 0000-GOBACK
001470     END-IF.
001480     IF AH-TRAN-TYPE-CODE NOT = 'P'
001490         AND AH-TRAN-TYPE-CODE NOT = 'B'
001500         AND AH-TRAN-TYPE-CODE NOT = 'C'
001510         MOVE 34 TO LS-RETURN-CODE
001520         GO TO 0000-GOBACK
001530     END-IF.
001540     MOVE AH-BEFORE-IMAGE TO TRV-BEFORE-RECORD.
001550     MOVE AH-AFTER-IMAGE TO TRV-AFTER-RECORD.
001560     MOVE ZERO TO TRV-MOVEMENT.
001570     SUBTRACT BF-BALANCE FROM AF-BALANCE GIVING TRV-MOVEMENT.
001580     IF TRV-MOVEMENT = ZERO
001590         MOVE 34 TO LS-RETURN-CODE
001600         GO TO 0000-GOBACK
001610     END-IF.
001620     IF TRV-MOVEMENT < ZERO
001630         MULTIPLY -1 BY TRV-MOVEMENT GIVING TRV-MOVEMENT-SIZE
001640     ELSE
001650         MOVE TRV-MOVEMENT TO TRV-MOVEMENT-SIZE
001660     END-IF.
001670     IF CR-BALANCE NOT = TRV-MOVEMENT-SIZE
001680         MOVE 38 TO LS-RETURN-CODE
001690         GO TO 0000-GOBACK
001700     END-IF.
001710     MOVE ZERO TO TRV-POSTED-BALANCE.
001720     SUBTRACT TRV-MOVEMENT FROM MR-BALANCE
001730         GIVING TRV-POSTED-BALANCE.
001740     IF TRV-POSTED-BALANCE < ZERO
001750         MOVE 26 TO LS-RETURN-CODE
001760         GO TO 0000-GOBACK
001770     END-IF.
001780     MOVE MR-CUSTOMER-NAME TO CR-CUSTOMER-NAME.
001790     MOVE TRV-POSTED-BALANCE TO CR-BALANCE.
001800     MOVE MR-STATUS-CODE TO CR-STATUS-CODE.
001810     MOVE MR-ADDRESS-LINE-1 TO CR-ADDRESS-LINE-1.
001820     MOVE MR-ADDRESS-LINE-2 TO CR-ADDRESS-LINE-2.
001830     MOVE MR-CITY TO CR-CITY.
001840     MOVE MR-STATE-PROV TO CR-STATE-PROV.
001850     MOVE MR-POSTAL-CODE TO CR-POSTAL-CODE.
001860     MOVE MR-PHONE TO CR-PHONE.
001863     MOVE MR-MAIL-STATUS TO CR-MAIL-STATUS.
001866     MOVE MR-MAIL-RETURN-DATE TO CR-MAIL-RETURN-DATE.
001870 0000-GOBACK.
001880     GOBACK.
