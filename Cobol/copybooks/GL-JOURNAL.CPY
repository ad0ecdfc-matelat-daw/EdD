000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     GL-JOURNAL.CPY                               *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  DAILY GENERAL LEDGER JOURNAL RECORD, 80 BYTES,    *
000090*    WRITTEN BY GLJRNL AND TRANSMITTED TO THE GENERAL LEDGER.    *
000100*    ONE 'H' HEADER, THEN THE 'D' JOURNAL LINES - ONE DEBIT      *
000110*    AND ONE CREDIT PER TRANSACTION TYPE PER BATCH DATE - THEN   *
000120*    ONE 'T' TRAILER WITH THE LINE COUNT AND THE DEBIT AND       *
000130*    CREDIT TOTALS, WHICH THE LEDGER CHECKS ARE EQUAL BEFORE     *
000140*    IT POSTS THE FILE.  AMOUNTS ARE UNSIGNED; THE SIDE IS IN    *
000150*    GJ-DEBIT-CREDIT.  THE LAYOUT IS FIXED BY AGREEMENT WITH     *
000160*    THE LEDGER TEAM AND MUST NOT BE CHANGED WITHOUT THEM.       *
000170*                                                                *
000180*    MODIFICATION HISTORY.                                      *
000190*    DATE       INIT DESCRIPTION                                *
000200*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000210*                                                                *
000220******************************************************************
000230     05  GJ-RECORD-TYPE              PIC X(01).
000240         88  GJ-HEADER-RECORD            VALUE 'H'.
000250         88  GJ-DETAIL-RECORD            VALUE 'D'.
000260         88  GJ-TRAILER-RECORD           VALUE 'T'.
000270     05  GJ-RECORD-DATA              PIC X(79).
000280*
000290     05  GJ-HEADER-DATA REDEFINES GJ-RECORD-DATA.
000300         10  GJ-HEADER-DATE          PIC 9(08).
000310         10  GJ-SOURCE-SYSTEM        PIC X(08).
000320         10  FILLER                  PIC X(63).
000330*
000340     05  GJ-DETAIL-DATA REDEFINES GJ-RECORD-DATA.
000350         10  GJ-PROCESS-DATE         PIC 9(08).
000360         10  GJ-BATCH-DATE           PIC 9(08).
000370         10  GJ-TRAN-TYPE-CODE       PIC X(01).
000380         10  GJ-GL-ACCOUNT           PIC X(10).
000390         10  GJ-DEBIT-CREDIT         PIC X(01).
000400             88  GJ-DEBIT                VALUE 'D'.
000410             88  GJ-CREDIT               VALUE 'C'.
000420         10  GJ-AMOUNT               PIC 9(11)V99.
000430         10  GJ-POSTING-COUNT        PIC 9(07).
000440         10  FILLER                  PIC X(31).
000450*
000460     05  GJ-TRAILER-DATA REDEFINES GJ-RECORD-DATA.
000470         10  GJ-LINE-COUNT           PIC 9(07).
000480         10  GJ-DEBIT-TOTAL          PIC 9(13)V99.
000490         10  GJ-CREDIT-TOTAL         PIC 9(13)V99.
000500         10  FILLER                  PIC X(42).
