000220*      20  ADDRESS LINE 1 IS BLANK                              *
000230*      22  POSTAL CODE FORMAT IS NOT VALID                      *
000240*      24  RECYCLED RECORD FAILED ITS FIELD EDITS               *
000242*      26  DEBIT OR REVERSAL WOULD DRIVE BALANCE NEGATIVE       *
000244*      28  DEBIT AGAINST AN INACTIVE OR DORMANT ACCOUNT         *
000246*      30  REJECTED BY THE DOWNSTREAM RECONCILIATION SYSTEM     *
000247*      32  REVERSED POSTING IS NOT ON THE AUDIT HISTORY         *
000248*      34  REVERSED POSTING IS NOT A MONETARY POSTING           *
000249*      36  REVERSED POSTING HAS ALREADY BEEN REVERSED           *
000250*      38  REVERSAL AMOUNT DOES NOT MATCH THE POSTING           *
000255*                                                                *
000260*    MODIFICATION HISTORY.                                      *
000270*    DATE       INIT DESCRIPTION                                *
000280*    08/22/2026 JM   ORIGINAL COPYBOOK.                         *
000342*                   IN THIS LAYOUT BY ACKMATCH, SO IT FLOWS     *
000343*                   THROUGH THE SAME CORRECT-AND-RECYCLE        *
000344*                   DISCIPLINE AS OUR OWN REJECTS.              *
000345*    10/15/2026 JM   ADDED CODES 32 THROUGH 38 FOR THE REVERSAL *
000346*                   TRANSACTION (TRANREV); 26 NOW ALSO COVERS A *
000347*                   REVERSAL THAT WOULD OVERDRAW THE ACCOUNT.   *
000348*                                                                *
000350******************************************************************
000360     05  SR-TRANS-DATA               PIC X(100).
000370     05  SR-REJECT-REASON            PIC 9(02).
