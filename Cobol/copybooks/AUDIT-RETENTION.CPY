000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:     AUDIT-RETENTION.CPY                          *
000040*    AUTHOR:       J. MATELAT                                   *
000050*    INSTALLATION: EDD BATCH SYSTEMS                            *
000060*    DATE-WRITTEN: 10/15/2026                                   *
000070*                                                                *
000080*    PURPOSE.  AUDIT HISTORY RETENTION CONTROL RECORD, 80       *
000090*    BYTES.  THE ONE RECORD ON EDD.AUDIT.HISTRETN, REWRITTEN BY *
000100*    EVERY RUN OF THE RETENTION ARCHIVE AND PURGE (AUDARCH).    *
000110*    AR-ARCHIVED-BEFORE IS THE RETENTION BOUNDARY: EVERY        *
000120*    HISTORY RECORD WITH A PROCESS DATE BEFORE IT IS ON THE     *
000130*    LATEST ARCHIVE GENERATION (EDD.AUDIT.HISTARCH) AND HAS     *
000140*    BEEN, OR IS BEING, DELETED FROM THE HISTORY KSDS.  AUDINQ  *
000150*    READS IT TO DECIDE WHETHER A REQUEST REACHES BACK INTO THE *
000160*    ARCHIVE.  AR-ARCHIVE-TOTAL IS THE RECORD COUNT OF THAT     *
000170*    GENERATION, WHICH THE NEXT RUN CHECKS BEFORE BUILDING ON   *
000180*    IT.  AR-RUN-STATE SAYS WHETHER THE LAST RUN FINISHED ITS   *
000190*    DELETES.  AN EMPTY FILE MEANS NOTHING HAS EVER BEEN        *
000200*    ARCHIVED.                                                  *
000210*                                                                *
000220*    MODIFICATION HISTORY.                                      *
000230*    DATE       INIT DESCRIPTION                                *
000240*    10/15/2026 JM   ORIGINAL COPYBOOK.                         *
000250*                                                                *
000260******************************************************************
000270     05  AR-ARCHIVED-BEFORE          PIC 9(08).
000280     05  AR-RUN-DATE                 PIC 9(08).
000290     05  AR-RETAIN-MONTHS            PIC 9(03).
000300     05  AR-RUN-STATE                PIC X(01).
000310         88  AR-PURGE-IN-PROGRESS        VALUE 'P'.
000320         88  AR-PURGE-COMPLETE           VALUE 'C'.
000330     05  AR-ARCHIVE-TOTAL            PIC 9(09).
000340     05  AR-BEFORE-COUNT             PIC 9(09).
000350     05  AR-ARCHIVED-COUNT           PIC 9(09).
000360     05  AR-DELETED-COUNT            PIC 9(09).
000370     05  AR-AFTER-COUNT              PIC 9(09).
000380     05  FILLER                      PIC X(15).
