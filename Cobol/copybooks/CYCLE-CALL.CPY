000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     CYCLE-CALL.CPY                               *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  PARAMETER AREA PASSED TO CYCLCTL, THE DAILY      *
000090*    CYCLE CONTROL SUBPROGRAM.  THE CALLER SETS CP-FUNCTION,    *
000100*    CP-STEP-ID AND, WHERE NEEDED, CP-OPTION, CP-PROCESS-DATE   *
000110*    AND CP-STEP-RC.                                            *
000120*                                                                *
000130*    CP-FUNCTION: S = START (CHECK PREREQUISITES AND RECORD     *
000140*    THE START), E = END (RECORD CP-STEP-RC), Q = QUERY (CHECK  *
000150*    ONLY, NOTHING IS UPDATED), L = RELEASE (OPERATOR           *
000160*    OVERRIDE).                                                 *
000170*    CP-OPTION 'R' LETS A STEP THAT HAS ALREADY COMPLETED RUN   *
000180*    AGAIN (A DELIBERATE RERUN OR RESTATEMENT).                 *
000190*    CP-PROCESS-DATE: ZERO MEANS THE CURRENT (LATEST) CYCLE;    *
000200*    ON RETURN IT HOLDS THE CYCLE DATE USED.  A START MAY ONLY  *
000210*    BE RECORDED AGAINST THE CURRENT CYCLE.                     *
000220*    CP-RESULT AND CP-REASON SAY WHY A STEP WAS REFUSED, AND    *
000230*    CP-CYCLE-IMAGE RETURNS THE CYCLE CONTROL RECORD.           *
000240*                                                                *
000250*    MODIFICATION HISTORY.                                      *
000260*    DATE       INIT DESCRIPTION                                *
000270*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000280*                                                                *
000290******************************************************************
000300     05  CP-FUNCTION                 PIC X(01).
000310         88  CP-START-STEP               VALUE 'S'.
000320         88  CP-END-STEP                 VALUE 'E'.
000330         88  CP-QUERY-STEP               VALUE 'Q'.
000340         88  CP-RELEASE-STEP             VALUE 'L'.
000350     05  CP-STEP-ID                  PIC X(05).
000360     05  CP-OPTION                   PIC X(01).
000370         88  CP-RERUN-OVERRIDE           VALUE 'R'.
000380     05  CP-PROCESS-DATE             PIC 9(08).
000390     05  CP-STEP-RC                  PIC 9(02).
000400     05  CP-RESULT                   PIC 9(02).
000410         88  CP-CLEARED                  VALUE 0.
000420         88  CP-NOT-CURRENT-CYCLE        VALUE 1.
000430         88  CP-PREREQUISITE-NOT-MET     VALUE 2.
000440         88  CP-ALREADY-COMPLETED        VALUE 3.
000450         88  CP-OUT-OF-ORDER             VALUE 4.
000460         88  CP-CONTROL-FAILURE          VALUE 9.
000470     05  CP-REASON                   PIC X(40).
000480     05  CP-CYCLE-IMAGE              PIC X(800).
