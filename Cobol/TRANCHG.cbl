000354*                   REACTIVATES IT - A KEYED CHANGE IS           *
000355*                   CUSTOMER-INITIATED ACTIVITY, WHICH IS        *
000356*                   EXACTLY WHAT LIFTS DORMANCY.                 *
000359*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000362*                   CARRIED FORWARD FROM THE MASTER WITH THE    *
000365*                   ADDRESS BLOCK.                              *
000368*                                                                *
000369******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TRANCHG.
000390 AUTHOR. J. MATELAT.
000650         ==CR-CITY== BY ==MR-CITY==
000660         ==CR-STATE-PROV== BY ==MR-STATE-PROV==
000670         ==CR-POSTAL-CODE== BY ==MR-POSTAL-CODE==
000680         ==CR-PHONE== BY ==MR-PHONE==
000681         ==CR-MAIL-STATUS== BY ==MR-MAIL-STATUS==
000682         ==CR-MAIL-DELIVERABLE== BY
000683         ==MR-MAIL-DELIVERABLE==
000684         ==CR-MAIL-UNDELIVERABLE== BY
000685         ==MR-MAIL-UNDELIVERABLE==
000686         ==CR-MAIL-RETURN-DATE== BY
000687         ==MR-MAIL-RETURN-DATE==.
000690*
000700 01  LS-RETURN-CODE                  PIC S9(04) COMP.
000710*
000960             MOVE MR-STATE-PROV TO CR-STATE-PROV
000970             MOVE MR-POSTAL-CODE TO CR-POSTAL-CODE
000980             MOVE MR-PHONE TO CR-PHONE
000983             MOVE MR-MAIL-STATUS TO CR-MAIL-STATUS
000986             MOVE MR-MAIL-RETURN-DATE TO CR-MAIL-RETURN-DATE
000990         END-IF
001000     END-IF.
001010     GOBACK.
