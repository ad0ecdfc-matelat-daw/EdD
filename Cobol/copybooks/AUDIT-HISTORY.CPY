000200*    MODIFICATION HISTORY.                                      *
000210*    DATE       INIT DESCRIPTION                                *
000220*    09/02/2026 JM   ORIGINAL COPYBOOK.                         *
000221*    10/15/2026 JM   ADDED AH-REVERSED-KEY, CARRIED FROM        *
000222*                   AJ-REVERSED-KEY - ZERO UNLESS THIS IS A     *
000223*                   REVERSAL ('R').  RECORD GREW 324 TO 339     *
000224*                   BYTES; THE CLUSTER WAS REDEFINED AND        *
000225*                   RELOADED WITH THE NEW FIELD ZERO-FILLED.    *
000227*    10/15/2026 JM   BEFORE AND AFTER IMAGES GREW 147 TO 156    *
000229*                   WITH THE MAIL STATUS FIELDS ON              *
000231*                   CUSTOMER-RECORD.  RECORD GREW 339 TO 357    *
000233*                   BYTES; THE CLUSTER WAS REDEFINED AND        *
000235*                   RELOADED.                                   *
000238*                                                                *
000240******************************************************************
000250     05  AH-HISTORY-KEY.
000260         10  AH-ACCOUNT-NUMBER       PIC 9(10).
000280         10  AH-SEQUENCE             PIC 9(07).
000290     05  AH-RUN-MODE                 PIC X(04).
000300     05  AH-TRAN-TYPE-CODE           PIC X(01).
000310     05  AH-BEFORE-IMAGE             PIC X(156).
000320     05  AH-AFTER-IMAGE              PIC X(156).
000330     05  AH-REVERSED-KEY.
000340         10  AH-REVERSED-DATE        PIC 9(08).
000350         10  AH-REVERSED-SEQUENCE    PIC 9(07).
