000264*                   REJECTED WITH CODE 28, LIKE AN INACTIVE     *
000266*                   ONE - DORMANCY MUST BE LIFTED BY CUSTOMER-  *
000268*                   INITIATED ACTIVITY FIRST.                   *
000270*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000272*                   CARRIED FORWARD FROM THE MASTER WITH THE    *
000274*                   ADDRESS BLOCK.                              *
000278*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TRANDBT.
000600         ==CR-CITY== BY ==MR-CITY==
000610         ==CR-STATE-PROV== BY ==MR-STATE-PROV==
000620         ==CR-POSTAL-CODE== BY ==MR-POSTAL-CODE==
000630         ==CR-PHONE== BY ==MR-PHONE==
000631         ==CR-MAIL-STATUS== BY ==MR-MAIL-STATUS==
000632         ==CR-MAIL-DELIVERABLE== BY
000633         ==MR-MAIL-DELIVERABLE==
000634         ==CR-MAIL-UNDELIVERABLE== BY
000635         ==MR-MAIL-UNDELIVERABLE==
000636         ==CR-MAIL-RETURN-DATE== BY
000637         ==MR-MAIL-RETURN-DATE==.
000640*
000650 01  LS-RETURN-CODE                  PIC S9(04) COMP.
000660*
001030     MOVE MR-STATE-PROV TO CR-STATE-PROV.
001040     MOVE MR-POSTAL-CODE TO CR-POSTAL-CODE.
001050     MOVE MR-PHONE TO CR-PHONE.
001053     MOVE MR-MAIL-STATUS TO CR-MAIL-STATUS.
001056     MOVE MR-MAIL-RETURN-DATE TO CR-MAIL-RETURN-DATE.
001060 0000-GOBACK.
001070     GOBACK.
