000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     CYCLE-CONTROL.CPY                            *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  DAILY CYCLE CONTROL RECORD, 800 BYTES, ONE PER   *
000090*    PROCESS DATE ON THE CYCLE CONTROL KSDS (EDD.CYCLE.CONTROL, *
000100*    KEYS(8 0)).  THE RECORD IS OPENED BY THE TRANSACTION EDIT  *
000110*    (DL090) ON THE FIRST NIGHT STEP AND CARRIES ONE SLOT PER   *
000120*    SCHEDULED STEP, IN SCHEDULE ORDER.  EVERY STEP RECORDS     *
000130*    ITS START, END AND RETURN CODE HERE THROUGH CYCLCTL, WHICH *
000140*    ALSO REFUSES A STEP WHOSE PREREQUISITES HAVE NOT           *
000150*    COMPLETED.                                                 *
000160*    ONLY CYCLCTL UPDATES THIS FILE.                            *
000170*                                                                *
000180*    CC-STEP-STATE: ' ' = NOT RUN, S = STARTED (RUNNING, OR     *
000190*    ENDED WITHOUT REPORTING BACK), E = ENDED WITH CC-STEP-RC,  *
000200*    L = RELEASED BY THE OPERATOR (TREATED AS COMPLETED).       *
000210*    TIMES ARE HHMMSSNN AS RETURNED BY ACCEPT ... FROM TIME.    *
000220*                                                                *
000230*    MODIFICATION HISTORY.                                      *
000240*    DATE       INIT DESCRIPTION                                *
000250*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000260*                                                                *
000270******************************************************************
000280     05  CC-PROCESS-DATE             PIC 9(08).
000290     05  CC-OPENED-DATE              PIC 9(08).
000300     05  CC-OPENED-TIME              PIC 9(08).
000310     05  CC-STEP-SLOT OCCURS 12 TIMES.
000320         10  CC-STEP-ID              PIC X(05).
000330         10  CC-PROGRAM-NAME         PIC X(12).
000340         10  CC-JOB-NAME             PIC X(08).
000350         10  CC-STEP-STATE           PIC X(01).
000360             88  CC-STEP-NOT-RUN         VALUE SPACE.
000370             88  CC-STEP-STARTED         VALUE 'S'.
000380             88  CC-STEP-ENDED           VALUE 'E'.
000390             88  CC-STEP-RELEASED        VALUE 'L'.
000400         10  CC-START-DATE           PIC 9(08).
000410         10  CC-START-TIME           PIC 9(08).
000420         10  CC-END-DATE             PIC 9(08).
000430         10  CC-END-TIME             PIC 9(08).
000440         10  CC-STEP-RC              PIC 9(02).
000450         10  CC-RUN-COUNT            PIC 9(02).
000460         10  CC-REFUSED-COUNT        PIC 9(02).
000470     05  FILLER                      PIC X(08).
