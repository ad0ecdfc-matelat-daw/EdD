000240*                   RECORD IS BLANKED ON AN ACCEPTED ADD - THE   *
000250*                   ADD TRANSACTION DOES NOT CARRY AN ADDRESS;   *
000260*                   IT ARRIVES LATER ON AN 'N' TRANSACTION.      *
000262*    10/15/2026 JM   THE RETURNED-MAIL FLAG AND DATE ARE        *
000264*                   CLEARED ON AN ACCEPTED ADD, WITH THE        *
000266*                   ADDRESS BLOCK.                              *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000610         MOVE SPACES TO CR-STATE-PROV
000620         MOVE SPACES TO CR-POSTAL-CODE
000630         MOVE SPACES TO CR-PHONE
000633         MOVE SPACE TO CR-MAIL-STATUS
000636         MOVE ZERO TO CR-MAIL-RETURN-DATE
000640     END-IF.
000650     GOBACK.
