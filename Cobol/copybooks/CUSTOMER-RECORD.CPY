000267*                   IN THE AGREED NUMBER OF MONTHS; CUSTOMER-   *
000268*                   INITIATED ACTIVITY (A CHANGE OR A PAYMENT)  *
000269*                   REACTIVATES THE ACCOUNT.                    *
000270*    10/15/2026 JM   ADDED CR-MAIL-STATUS ('U' = ADDRESS        *
000271*                   UNDELIVERABLE) AND CR-MAIL-RETURN-DATE, SET *
000272*                   BY RTNMAIL FROM THE RETURNED-MAIL FILE AND  *
000273*                   CLEARED BY AN ACCEPTED 'N'.  THE DATE IS    *
000274*                   ZERO WHILE THE FLAG IS BLANK.  RECORD GREW  *
000275*                   147 TO 156 BYTES; THE MASTER WAS RELOADED   *
000276*                   WITH THE TWO FIELDS BLANK AND ZERO.         *
000278*                                                                *
000280******************************************************************
000290     05  CR-ACCOUNT-NUMBER           PIC 9(10).
000300     05  CR-CUSTOMER-NAME            PIC X(30).
000400     05  CR-STATE-PROV               PIC X(02).
000410     05  CR-POSTAL-CODE              PIC X(09).
000420     05  CR-PHONE                    PIC X(10).
000430     05  CR-MAIL-STATUS              PIC X(01).
000440         88  CR-MAIL-DELIVERABLE         VALUE SPACE.
000450         88  CR-MAIL-UNDELIVERABLE       VALUE 'U'.
000460     05  CR-MAIL-RETURN-DATE         PIC 9(08).
