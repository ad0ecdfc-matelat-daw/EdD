000343*                   ACTIVE OR INACTIVE ONE - ONLY AN ALREADY-    *
000344*                   CLOSED ACCOUNT REJECTS.  MADE EXPLICIT       *
000345*                   WHEN THE DORMANT STATUS WAS ADDED.           *
000348*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000351*                   CARRIED FORWARD FROM THE MASTER WITH THE    *
000354*                   ADDRESS BLOCK.                              *
000358*                                                                *
000359******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. TRANDEL.
000380 AUTHOR. J. MATELAT.
000640         ==CR-CITY== BY ==MR-CITY==
000650         ==CR-STATE-PROV== BY ==MR-STATE-PROV==
000660         ==CR-POSTAL-CODE== BY ==MR-POSTAL-CODE==
000670         ==CR-PHONE== BY ==MR-PHONE==
000671         ==CR-MAIL-STATUS== BY ==MR-MAIL-STATUS==
000672         ==CR-MAIL-DELIVERABLE== BY
000673         ==MR-MAIL-DELIVERABLE==
000674         ==CR-MAIL-UNDELIVERABLE== BY
000675         ==MR-MAIL-UNDELIVERABLE==
000676         ==CR-MAIL-RETURN-DATE== BY
000677         ==MR-MAIL-RETURN-DATE==.
000680*
000690 01  LS-RETURN-CODE                  PIC S9(04) COMP.
000700*
000930             MOVE MR-STATE-PROV TO CR-STATE-PROV
000940             MOVE MR-POSTAL-CODE TO CR-POSTAL-CODE
000950             MOVE MR-PHONE TO CR-PHONE
000953             MOVE MR-MAIL-STATUS TO CR-MAIL-STATUS
000956             MOVE MR-MAIL-RETURN-DATE TO CR-MAIL-RETURN-DATE
000960         END-IF
000970     END-IF.
000980     GOBACK.
