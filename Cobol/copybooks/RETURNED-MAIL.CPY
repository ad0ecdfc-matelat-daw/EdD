000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     RETURNED-MAIL.CPY                            *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  RETURNED MAIL RECORD, 80 BYTES, READ BY RTNMAIL. *
000090*    ONE RECORD PER PIECE OF MAIL RETURNED AS UNDELIVERABLE,    *
000100*    KEYED BY THE MAILROOM OR SUPPLIED BY THE STATEMENT PRINT   *
000110*    VENDOR.  RM-SOURCE SAYS WHICH.  THE RETURN DATE IS THE     *
000120*    DATE THE PIECE CAME BACK, NOT THE DATE IT WAS KEYED.       *
000130*                                                                *
000140*    MODIFICATION HISTORY.                                      *
000150*    DATE       INIT DESCRIPTION                                *
000160*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000170*                                                                *
000180******************************************************************
000190     05  RM-ACCOUNT-NUMBER           PIC 9(10).
000200     05  RM-RETURN-DATE              PIC 9(08).
000210     05  RM-SOURCE                   PIC X(01).
000220         88  RM-FROM-MAILROOM            VALUE 'M'.
000230         88  RM-FROM-VENDOR              VALUE 'V'.
000240         88  RM-VALID-SOURCE             VALUE 'M' 'V'.
000250     05  FILLER                      PIC X(61).
