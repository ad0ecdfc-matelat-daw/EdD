000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     CMPL-FILING.CPY                              *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  COMPLIANCE FILING RECORD, 200 BYTES, WRITTEN BY   *
000090*    CMPLRPT FOR THE REGULATORY FILING TEAM.  ONE 'H' HEADER     *
000100*    NAMING THE SCAN AND THE LIMITS IT RAN UNDER, THEN ONE 'D'   *
000110*    RECORD PER TRIGGERING POSTING - THE ACCOUNT, ITS NAME AND   *
000120*    ADDRESS FROM THE CUSTOMER MASTER, THE POSTING, AND WHY IT   *
000130*    WAS FLAGGED - THEN ONE 'T' TRAILER WITH THE ACCOUNT AND     *
000140*    RECORD COUNTS AND THE AMOUNT TOTAL.  AMOUNTS ARE UNSIGNED.  *
000150*    THE LAYOUT IS FIXED BY AGREEMENT WITH THE FILING TEAM AND   *
000160*    MUST NOT BE CHANGED WITHOUT THEM.                           *
000170*                                                                *
000180*    MODIFICATION HISTORY.                                      *
000190*    DATE       INIT DESCRIPTION                                *
000200*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000210*                                                                *
000220******************************************************************
000230     05  CF-RECORD-TYPE              PIC X(01).
000240         88  CF-HEADER-RECORD            VALUE 'H'.
000250         88  CF-DETAIL-RECORD            VALUE 'D'.
000260         88  CF-TRAILER-RECORD           VALUE 'T'.
000270     05  CF-RECORD-DATA              PIC X(199).
000280*
000290     05  CF-HEADER-DATA REDEFINES CF-RECORD-DATA.
000300         10  CF-HEADER-DATE          PIC 9(08).
000310         10  CF-SOURCE-SYSTEM        PIC X(08).
000320         10  CF-SCAN-MODE            PIC X(07).
000330         10  CF-PERIOD-FROM          PIC 9(08).
000340         10  CF-PERIOD-TO            PIC 9(08).
000350         10  CF-THRESHOLD            PIC 9(09)V99.
000360         10  CF-AGGREGATE            PIC 9(09)V99.
000370         10  CF-WINDOW-DAYS          PIC 9(03).
000380         10  FILLER                  PIC X(135).
000390*
000400     05  CF-DETAIL-DATA REDEFINES CF-RECORD-DATA.
000410         10  CF-FLAG-REASON          PIC X(01).
000420             88  CF-LARGE-VALUE          VALUE 'L'.
000430             88  CF-STRUCTURING          VALUE 'S'.
000440         10  CF-ACCOUNT-NUMBER       PIC 9(10).
000450         10  CF-CUSTOMER-NAME        PIC X(30).
000460         10  CF-ADDRESS-LINE-1       PIC X(24).
000470         10  CF-ADDRESS-LINE-2       PIC X(24).
000480         10  CF-CITY                 PIC X(18).
000490         10  CF-STATE-PROV           PIC X(02).
000500         10  CF-POSTAL-CODE          PIC X(09).
000510         10  CF-PHONE                PIC X(10).
000520         10  CF-POSTING-DATE         PIC 9(08).
000530         10  CF-POSTING-SEQUENCE     PIC 9(07).
000540         10  CF-TRAN-TYPE-CODE       PIC X(01).
000550         10  CF-POSTING-AMOUNT       PIC 9(09)V99.
000560         10  CF-WINDOW-TOTAL         PIC 9(11)V99.
000570         10  FILLER                  PIC X(31).
000580*
000590     05  CF-TRAILER-DATA REDEFINES CF-RECORD-DATA.
000600         10  CF-ACCOUNT-COUNT        PIC 9(07).
000610         10  CF-DETAIL-COUNT         PIC 9(07).
000620         10  CF-AMOUNT-TOTAL         PIC 9(13)V99.
000630         10  FILLER                  PIC X(170).
