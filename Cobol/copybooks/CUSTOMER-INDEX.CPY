000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     CUSTOMER-INDEX.CPY                           *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  CUSTOMER NAME INDEX RECORD, 80 BYTES.  CUSTNDXJ  *
000090*    REBUILDS THE INDEX KSDS FROM THE CUSTOMER MASTER EVERY     *
000100*    NIGHT - ONE RECORD PER ACCOUNT, KEYED ON NAME, POSTAL      *
000110*    CODE, AND ACCOUNT, SO ALL THE ACCOUNTS FOR ONE NAME SIT    *
000120*    TOGETHER IN POSTAL CODE ORDER.  THE PHONE NUMBER RIDES     *
000130*    ALONG FOR LOOKUPS BY PHONE.  CUSTLKUP READS IT TO FIND AN  *
000140*    ACCOUNT WITHOUT ITS NUMBER, THEN READS THE MASTER ITSELF   *
000150*    FOR THE CURRENT DETAILS.                                   *
000160*                                                                *
000170*    MODIFICATION HISTORY.                                      *
000180*    DATE       INIT DESCRIPTION                                *
000190*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000200*                                                                *
000210******************************************************************
000220     05  CX-INDEX-KEY.
000230         10  CX-CUSTOMER-NAME        PIC X(30).
000240         10  CX-POSTAL-CODE          PIC X(09).
000250         10  CX-ACCOUNT-NUMBER       PIC 9(10).
000260     05  CX-PHONE                    PIC X(10).
000270     05  FILLER                      PIC X(21).
