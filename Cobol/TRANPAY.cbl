000260*    09/02/2026 JM   ORIGINAL PROGRAM.                          *
000262*    09/02/2026 JM   A PAYMENT TO A DORMANT ACCOUNT NOW SETS    *
000264*                   THE STATUS BACK TO ACTIVE.                  *
000265*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000266*                   CARRIED FORWARD FROM THE MASTER WITH THE    *
000267*                   ADDRESS BLOCK.                              *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
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
000940     MOVE MR-STATE-PROV TO CR-STATE-PROV.
000950     MOVE MR-POSTAL-CODE TO CR-POSTAL-CODE.
000960     MOVE MR-PHONE TO CR-PHONE.
000963     MOVE MR-MAIL-STATUS TO CR-MAIL-STATUS.
000966     MOVE MR-MAIL-RETURN-DATE TO CR-MAIL-RETURN-DATE.
000970 0000-GOBACK.
000980     GOBACK.
