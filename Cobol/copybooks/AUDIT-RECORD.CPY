000120*    (THROUGH THE AUDPRT PRINT PROGRAM) WHEN AN ACCOUNT DISPUTE *
000130*    COMES IN.                                                  *
000140*                                                                *
000150*    THE BEFORE AND AFTER IMAGES ARE EACH A 156-BYTE AREA IN    *
000160*    THE CUSTOMER-RECORD COPYBOOK LAYOUT.  THEY ARE DECLARED    *
000170*    PIC X HERE - NOT COPIED - BECAUSE A COPY MEMBER MAY NOT    *
000180*    ITSELF CONTAIN COPY ... REPLACING; READERS LAY             *
000220*    MODIFICATION HISTORY.                                      *
000230*    DATE       INIT DESCRIPTION                                *
000240*    08/22/2026 JM   ORIGINAL COPYBOOK.                         *
000241*    10/15/2026 JM   ADDED AJ-REVERSED-KEY - THE HISTORY KEY    *
000242*                   (PROCESS DATE / SEQUENCE) OF THE POSTING A  *
000243*                   REVERSAL ('R') UNDOES.  ZERO ON EVERY OTHER *
000244*                   TYPE.  RECORD GREW 314 TO 329 BYTES.        *
000245*    10/15/2026 JM   ADDED AJ-BATCH-DATE - THE HEADER DATE OF   *
000246*                   THE BATCH THE TRANSACTION ARRIVED IN (A     *
000247*                   RECYCLED REJECT KEEPS ITS FIRST ONE), FOR   *
000248*                   THE GL JOURNAL.  RECORD GREW 329 TO 337.    *
000250*    10/15/2026 JM   BEFORE AND AFTER IMAGES GREW 147 TO 156    *
000252*                   WITH THE MAIL STATUS FIELDS ON              *
000254*                   CUSTOMER-RECORD.  RECORD GREW 337 TO 355.   *
000258*                                                                *
000260******************************************************************
000270     05  AJ-PROCESS-DATE             PIC 9(08).
000280     05  AJ-RUN-MODE                 PIC X(04).
000290     05  AJ-SEQUENCE                 PIC 9(07).
000300     05  AJ-TRAN-TYPE-CODE           PIC X(01).
000310     05  AJ-BEFORE-IMAGE             PIC X(156).
000320     05  AJ-AFTER-IMAGE              PIC X(156).
000330     05  AJ-REVERSED-KEY.
000340         10  AJ-REVERSED-DATE        PIC 9(08).
000350         10  AJ-REVERSED-SEQUENCE    PIC 9(07).
000360     05  AJ-BATCH-DATE               PIC 9(08).
