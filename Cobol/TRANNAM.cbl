000254*                   ACCEPTED AND LEAVES THE STATUS DORMANT -     *
000256*                   KEEPING THE MAIL DELIVERABLE IS NOT THE      *
000257*                   BALANCE ACTIVITY THAT LIFTS DORMANCY.        *
000259*    10/15/2026 JM   AN ACCEPTED CHANGE CLEARS THE              *
000261*                   RETURNED-MAIL FLAG (CR-MAIL-STATUS) AND     *
000263*                   ITS RETURN DATE.                            *
000268*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TRANNAM.
000610         ==CR-CITY== BY ==MR-CITY==
000620         ==CR-STATE-PROV== BY ==MR-STATE-PROV==
000630         ==CR-POSTAL-CODE== BY ==MR-POSTAL-CODE==
000640         ==CR-PHONE== BY ==MR-PHONE==
000641         ==CR-MAIL-STATUS== BY ==MR-MAIL-STATUS==
000642         ==CR-MAIL-DELIVERABLE== BY
000643         ==MR-MAIL-DELIVERABLE==
000644         ==CR-MAIL-UNDELIVERABLE== BY
000645         ==MR-MAIL-UNDELIVERABLE==
000646         ==CR-MAIL-RETURN-DATE== BY
000647         ==MR-MAIL-RETURN-DATE==.
000650*
000660 01  LS-RETURN-CODE                  PIC S9(04) COMP.
000670*
000890     PERFORM 1000-EDIT-POSTAL-CODE THRU 1000-EXIT.
000900     IF TNM-POSTAL-NOT-VALID
000910         MOVE 22 TO LS-RETURN-CODE
000915         GO TO 0000-GOBACK
000920     END-IF.
000922*    AN ACCEPTED ADDRESS CHANGE CLEARS A RETURNED-MAIL FLAG SET
000924*    BY RTNMAIL, SO STATEMENTS GO TO THE NEW ADDRESS AGAIN.
000926     MOVE SPACE TO CR-MAIL-STATUS.
000928     MOVE ZERO TO CR-MAIL-RETURN-DATE.
000930 0000-GOBACK.
000940     GOBACK.
000950*
