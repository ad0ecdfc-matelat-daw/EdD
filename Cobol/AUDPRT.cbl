000200*    MODIFICATION HISTORY.                                      *
000210*    DATE       INIT DESCRIPTION                                *
000220*    08/22/2026 JM   ORIGINAL PROGRAM.                          *
000222*    10/15/2026 JM   A REVERSAL'S KEY LINE ALSO SHOWS THE DATE  *
000224*                   AND SEQUENCE OF THE POSTING IT BACKS OUT.   *
000226*                   JOURNAL RECORD GREW 314 TO 329 BYTES.       *
000227*    10/15/2026 JM   JOURNAL RECORD GREW 329 TO 337 BYTES       *
000228*                   (BATCH DATE ADDED FOR THE GL JOURNAL).      *
000230*    10/15/2026 JM   JOURNAL RECORD GREW 337 TO 355.  THE IMAGE *
000232*                   LINES SHOW THE RETURNED-MAIL FLAG ('U')     *
000234*                   AFTER THE POSTAL CODE.                      *
000238*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AUDPRT.
000520*
000530 FD  AUDIT-JOURNAL
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 355 CHARACTERS.
000560 01  AUDIT-JOURNAL-RECORD.
000570     COPY AUDIT-RECORD.
000580*
000940     05  DL120-SELECT-TO-DATE        PIC 9(08) VALUE ZERO.
000950*
000960*    THE BEFORE AND AFTER IMAGES COME OFF THE JOURNAL AS PLAIN
000970*    156-BYTE AREAS - THESE TWO RECORDS LAY THE CUSTOMER-RECORD
000980*    LAYOUT OVER THEM SO THE FIELDS CAN BE EDITED FOR PRINT.
000990 01  DL120-BEFORE-RECORD.
001000     COPY CUSTOMER-RECORD REPLACING
001130         ==CR-CITY== BY ==BF-CITY==
001140         ==CR-STATE-PROV== BY ==BF-STATE-PROV==
001150         ==CR-POSTAL-CODE== BY ==BF-POSTAL-CODE==
001160         ==CR-PHONE== BY ==BF-PHONE==
001161         ==CR-MAIL-STATUS== BY ==BF-MAIL-STATUS==
001162         ==CR-MAIL-DELIVERABLE== BY
001163         ==BF-MAIL-DELIVERABLE==
001164         ==CR-MAIL-UNDELIVERABLE== BY
001165         ==BF-MAIL-UNDELIVERABLE==
001166         ==CR-MAIL-RETURN-DATE== BY
001167         ==BF-MAIL-RETURN-DATE==.
001170*
001180 01  DL120-AFTER-RECORD.
001190     COPY CUSTOMER-RECORD REPLACING
001320         ==CR-CITY== BY ==AF-CITY==
001330         ==CR-STATE-PROV== BY ==AF-STATE-PROV==
001340         ==CR-POSTAL-CODE== BY ==AF-POSTAL-CODE==
001350         ==CR-PHONE== BY ==AF-PHONE==
001351         ==CR-MAIL-STATUS== BY ==AF-MAIL-STATUS==
001352         ==CR-MAIL-DELIVERABLE== BY
001353         ==AF-MAIL-DELIVERABLE==
001354         ==CR-MAIL-UNDELIVERABLE== BY
001355         ==AF-MAIL-UNDELIVERABLE==
001356         ==CR-MAIL-RETURN-DATE== BY
001357         ==AF-MAIL-RETURN-DATE==.
001360*
001370 01  DL120-REPORT-HEADING-LINE.
001380     05  FILLER                      PIC X(01) VALUE '1'.
001630     05  FILLER                      PIC X(03) VALUE SPACES.
001640     05  FILLER                      PIC X(09) VALUE 'ACCOUNT:'.
001650     05  KL-ACCOUNT-NUMBER           PIC 9(10).
001660     05  FILLER                      PIC X(03) VALUE SPACES.
001661     05  KL-REVERSAL-REFERENCE.
001662         10  KL-REV-CAPTION          PIC X(10).
001663         10  KL-REV-DATE             PIC X(08).
001664         10  KL-REV-SLASH            PIC X(01).
001665         10  KL-REV-SEQUENCE         PIC X(07).
001666     05  FILLER                      PIC X(29) VALUE SPACES.
001670*
001680 01  DL120-IMAGE-LINE.
001690     05  FILLER                      PIC X(01) VALUE SPACE.
001810     05  IL-CITY                     PIC X(18).
001820     05  FILLER                      PIC X(02) VALUE SPACES.
001830     05  IL-POSTAL-CODE              PIC X(09).
001840     05  FILLER                      PIC X(02) VALUE SPACES.
001843     05  IL-MAIL-STATUS              PIC X(01).
001846     05  FILLER                      PIC X(06) VALUE SPACES.
001850*
001860 01  DL120-COUNT-LINE.
001870     05  FILLER                      PIC X(01) VALUE SPACE.
003210     MOVE AJ-SEQUENCE TO KL-SEQUENCE.
003220     MOVE AJ-TRAN-TYPE-CODE TO KL-TRAN-TYPE.
003230     MOVE AF-ACCOUNT-NUMBER TO KL-ACCOUNT-NUMBER.
003231     IF AJ-TRAN-TYPE-CODE = 'R'
003232         MOVE 'REVERSES:' TO KL-REV-CAPTION
003233         MOVE AJ-REVERSED-DATE TO KL-REV-DATE
003234         MOVE '/' TO KL-REV-SLASH
003235         MOVE AJ-REVERSED-SEQUENCE TO KL-REV-SEQUENCE
003236     ELSE
003237         MOVE SPACES TO KL-REVERSAL-REFERENCE
003238     END-IF.
003240     WRITE AUDIT-REPORT-RECORD FROM DL120-KEY-LINE.
003250     IF DL120-AUDIT-RPT-STATUS NOT = '00'
003260         MOVE 'AUDIT-REPORT' TO DL120-ABEND-FILE-NAME
003370         MOVE SPACES TO IL-ADDRESS-LINE-1
003380         MOVE SPACES TO IL-CITY
003390         MOVE SPACES TO IL-POSTAL-CODE
003395         MOVE SPACE TO IL-MAIL-STATUS
003400     ELSE
003410         MOVE 'BEFORE:' TO IL-IMAGE-LABEL
003420         MOVE BF-CUSTOMER-NAME TO IL-CUSTOMER-NAME
003460         MOVE BF-ADDRESS-LINE-1 TO IL-ADDRESS-LINE-1
003470         MOVE BF-CITY TO IL-CITY
003480         MOVE BF-POSTAL-CODE TO IL-POSTAL-CODE
003485         MOVE BF-MAIL-STATUS TO IL-MAIL-STATUS
003490     END-IF.
003500     WRITE AUDIT-REPORT-RECORD FROM DL120-IMAGE-LINE.
003510     IF DL120-AUDIT-RPT-STATUS NOT = '00'
003610     MOVE AF-ADDRESS-LINE-1 TO IL-ADDRESS-LINE-1.
003620     MOVE AF-CITY TO IL-CITY.
003630     MOVE AF-POSTAL-CODE TO IL-POSTAL-CODE.
003635     MOVE AF-MAIL-STATUS TO IL-MAIL-STATUS.
003640     WRITE AUDIT-REPORT-RECORD FROM DL120-IMAGE-LINE.
003650     IF DL120-AUDIT-RPT-STATUS NOT = '00'
003660         MOVE 'AUDIT-REPORT' TO DL120-ABEND-FILE-NAME
