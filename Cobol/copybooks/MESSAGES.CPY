000440*      30  DORMANT ACCOUNT SWEEP COMPLETED                      *
000442*      31  SUSPENSE QUEUE UPDATE STARTED                        *
000444*      32  SUSPENSE QUEUE UPDATE COMPLETED                      *
000446*      33  MONTH-END INTEREST AND CHARGE POSTING STARTED        *
000448*      34  MONTH-END INTEREST AND CHARGE POSTING COMPLETED      *
000450*      35  GL JOURNAL BUILD STARTED                             *
000452*      36  GL JOURNAL BALANCED                                  *
000454*      37  GL JOURNAL OUT OF BALANCE - NOT TRANSMITTED          *
000455*      38  COMPLIANCE SCAN STARTED                              *
000456*      39  COMPLIANCE SCAN COMPLETED                            *
000458*      40  CUSTOMER MASTER FORWARD RECOVERY STARTED             *
000460*      41  FORWARD RECOVERY COMPLETED                           *
000462*      42  FORWARD RECOVERY MISMATCH - DO NOT INSTALL           *
000463*      43  START OF CUSTOMER MASTER INTEGRITY SCAN              *
000464*      44  CUSTOMER MASTER INTEGRITY SCAN COMPLETED             *
000465*      45  SERIOUS MASTER EXCEPTIONS HAVE RISEN                 *
000466*      46  TRANSACTION EDIT REFUSED BY CYCLE CONTROL            *
000467*      47  DAILY RUN REFUSED BY CYCLE CONTROL                   *
000468*      48  TRIAL BALANCE REFUSED BY CYCLE CONTROL               *
000469*      49  DORMANT SWEEP REFUSED BY CYCLE CONTROL               *
000470*      50  AUDIT HISTORY LOAD REFUSED BY CYCLE CONTROL          *
000471*      51  ACK MATCHING REFUSED BY CYCLE CONTROL                *
000472*      52  SUSPENSE QUEUE UPDATE REFUSED BY CYCLE CONTROL       *
000473*      53  SUSPENSE AGING REFUSED BY CYCLE CONTROL              *
000474*      54  STATEMENT RUN REFUSED BY CYCLE CONTROL               *
000475*      55  CYCLE CONTROL NOT UPDATED - CHECK CYCLE STATUS       *
000476*      56  CYCLE STATUS REPORT STARTED                          *
000477*      57  CYCLE STEP RELEASED BY OPERATOR                      *
000478*      58  CYCLE STATUS REPORT COMPLETED                        *
000479*      59  START OF RETURNED MAIL PROCESSING                    *
000480*      60  RETURNED MAIL PROCESSING COMPLETED                   *
000481*      61  RETURNED MAIL RUN REFUSED BY CYCLE CONTROL           *
000482*      62  START OF RETURNED MAIL AGING REPORT                  *
000483*      63  RETURNED MAIL AGING REPORT COMPLETED                 *
000484*      64  START OF AUDIT HISTORY RETENTION RUN                 *
000485*      65  AUDIT HISTORY RETENTION RUN COMPLETED                *
000486*      66  START OF CUSTOMER LOOKUP                             *
000487*      67  CUSTOMER LOOKUP COMPLETED                            *
000488*                                                                *
000489*    MODIFICATION HISTORY.                                      *
000490*    DATE       INIT DESCRIPTION                                *
000491*    08/03/2026 JM   ORIGINAL COPYBOOK.                         *
000492*    08/09/2026 JM   ADDED MSG0006 - NO TRAILER RECORD RECEIVED.*
000500*    08/22/2026 JM   ADDED MSG0007-MSG0009 FOR THE FRONT-END    *
000510*                   TRANSACTION FILE EDIT STEP (TRANEDIT).      *
000520*    08/22/2026 JM   ADDED MSG0010-MSG0011 FOR THE AUDIT TRAIL  *
000700*                   DORMANT SWEEP PROGRAM (DORMSWP).            *
000702*    09/02/2026 JM   ADDED MSG0031-MSG0032 FOR THE SUSPENSE     *
000704*                   CORRECTION QUEUE UPDATE (SUSPQUPD).         *
000706*    10/15/2026 JM   ADDED MSG0033-MSG0034 FOR THE MONTH-END    *
000708*                   INTEREST AND CHARGE POSTING RUN (INTPOST).  *
000711*    10/15/2026 JM   ADDED MSG0035-MSG0037 FOR THE DAILY GL     *
000714*                   JOURNAL INTERFACE (GLJRNL).                 *
000715*    10/15/2026 JM   ADDED MSG0038-MSG0039 FOR THE COMPLIANCE   *
000716*                   ACTIVITY SCAN (CMPLRPT).                    *
000717*    10/15/2026 JM   ADDED MSG0040-MSG0042 FOR THE CUSTOMER     *
000718*                   MASTER FORWARD RECOVERY (MSTRCVR).          *
000720*    10/15/2026 JM   ADDED MSG0043-MSG0045 FOR THE WEEKLY       *
000722*                   CUSTOMER MASTER INTEGRITY SCAN (MSTSCAN).   *
000723*    10/15/2026 JM   ADDED MSG0046-MSG0058 FOR THE DAILY        *
000724*                   CYCLE CONTROL - ONE REFUSAL MESSAGE PER     *
000725*                   STEP, AND THE CYCLE STATUS REPORT           *
000726*                   (CYCLRPT).                                  *
000727*    10/15/2026 JM   ADDED MSG0059-MSG0063 FOR RETURNED MAIL    *
000728*                   PROCESSING (RTNMAIL) AND THE WEEKLY         *
000729*                   RETURNED MAIL AGING REPORT (RTNMRPT).       *
000730*    10/15/2026 JM   ADDED MSG0064-MSG0065 FOR THE AUDIT        *
000731*                   HISTORY RETENTION ARCHIVE AND PURGE         *
000732*                   (AUDARCH).                                  *
000733*    10/15/2026 JM   ADDED MSG0066-MSG0067 FOR THE CUSTOMER     *
000734*                   LOOKUP BY NAME, POSTAL CODE, OR PHONE       *
000735*                   (CUSTLKUP).                                 *
000736*                                                                *
000737******************************************************************
000738 01  DL100-MESSAGE-TABLE-DATA.
000740     05  FILLER  PIC X(60) VALUE
000750         'MSG0001 START OF DAILY TRANSACTION PROCESSING RUN'.
000760     05  FILLER  PIC X(60) VALUE
001334         'MSG0031 START OF SUSPENSE QUEUE UPDATE'.
001336     05  FILLER  PIC X(60) VALUE
001338         'MSG0032 SUSPENSE QUEUE UPDATE COMPLETED'.
001339     05  FILLER  PIC X(60) VALUE
001340         'MSG0033 START OF MONTH-END INTEREST AND CHARGE POSTING'.
001341     05  FILLER  PIC X(60) VALUE
001342         'MSG0034 MONTH-END INTEREST/CHARGE POSTING COMPLETED'.
001343     05  FILLER  PIC X(60) VALUE
001344         'MSG0035 START OF GL JOURNAL BUILD'.
001345     05  FILLER  PIC X(60) VALUE
001346         'MSG0036 GL JOURNAL BALANCED'.
001347     05  FILLER  PIC X(60) VALUE
001348         'MSG0037 GL JOURNAL OUT OF BALANCE - NOT TRANSMITTED'.
001349     05  FILLER  PIC X(60) VALUE
001350         'MSG0038 COMPLIANCE SCAN STARTED'.
001351     05  FILLER  PIC X(60) VALUE
001352         'MSG0039 COMPLIANCE SCAN COMPLETED'.
001353     05  FILLER  PIC X(60) VALUE
001354         'MSG0040 START OF CUSTOMER MASTER FORWARD RECOVERY'.
001355     05  FILLER  PIC X(60) VALUE
001356         'MSG0041 FORWARD RECOVERY COMPLETED'.
001357     05  FILLER  PIC X(60) VALUE
001358         'MSG0042 FORWARD RECOVERY MISMATCH - DO NOT INSTALL'.
001359     05  FILLER  PIC X(60) VALUE
001360         'MSG0043 START OF CUSTOMER MASTER INTEGRITY SCAN'.
001361     05  FILLER  PIC X(60) VALUE
001362         'MSG0044 CUSTOMER MASTER INTEGRITY SCAN COMPLETED'.
001363     05  FILLER  PIC X(60) VALUE
001364         'MSG0045 SERIOUS MASTER EXCEPTIONS HAVE RISEN'.
001365     05  FILLER  PIC X(60) VALUE
001366         'MSG0046 TRANSACTION EDIT REFUSED BY CYCLE CONTROL'.
001367     05  FILLER  PIC X(60) VALUE
001368         'MSG0047 DAILY RUN REFUSED BY CYCLE CONTROL'.
001369     05  FILLER  PIC X(60) VALUE
001370         'MSG0048 TRIAL BALANCE REFUSED BY CYCLE CONTROL'.
001371     05  FILLER  PIC X(60) VALUE
001372         'MSG0049 DORMANT SWEEP REFUSED BY CYCLE CONTROL'.
001373     05  FILLER  PIC X(60) VALUE
001374         'MSG0050 AUDIT HISTORY LOAD REFUSED BY CYCLE CONTROL'.
001375     05  FILLER  PIC X(60) VALUE
001376         'MSG0051 ACK MATCHING REFUSED BY CYCLE CONTROL'.
001377     05  FILLER  PIC X(60) VALUE
001378         'MSG0052 SUSPENSE QUEUE UPDATE REFUSED BY CYCLE CONTROL'.
001379     05  FILLER  PIC X(60) VALUE
001380         'MSG0053 SUSPENSE AGING REFUSED BY CYCLE CONTROL'.
001381     05  FILLER  PIC X(60) VALUE
001382         'MSG0054 STATEMENT RUN REFUSED BY CYCLE CONTROL'.
001383     05  FILLER  PIC X(60) VALUE
001384         'MSG0055 CYCLE CONTROL NOT UPDATED - CHECK CYCLE STATUS'.
001385     05  FILLER  PIC X(60) VALUE
001386         'MSG0056 CYCLE STATUS REPORT STARTED'.
001387     05  FILLER  PIC X(60) VALUE
001388         'MSG0057 CYCLE STEP RELEASED BY OPERATOR'.
001389     05  FILLER  PIC X(60) VALUE
001390         'MSG0058 CYCLE STATUS REPORT COMPLETED'.
001391     05  FILLER  PIC X(60) VALUE
001392         'MSG0059 START OF RETURNED MAIL PROCESSING'.
001393     05  FILLER  PIC X(60) VALUE
001394         'MSG0060 RETURNED MAIL PROCESSING COMPLETED'.
001395     05  FILLER  PIC X(60) VALUE
001396         'MSG0061 RETURNED MAIL RUN REFUSED BY CYCLE CONTROL'.
001397     05  FILLER  PIC X(60) VALUE
001398         'MSG0062 START OF RETURNED MAIL AGING REPORT'.
001399     05  FILLER  PIC X(60) VALUE
001400         'MSG0063 RETURNED MAIL AGING REPORT COMPLETED'.
001401     05  FILLER  PIC X(60) VALUE
001402         'MSG0064 START OF AUDIT HISTORY RETENTION RUN'.
001403     05  FILLER  PIC X(60) VALUE
001404         'MSG0065 AUDIT HISTORY RETENTION RUN COMPLETED'.
001405     05  FILLER  PIC X(60) VALUE
001406         'MSG0066 START OF CUSTOMER LOOKUP'.
001407     05  FILLER  PIC X(60) VALUE
001408         'MSG0067 CUSTOMER LOOKUP COMPLETED'.
001409 01  DL100-MESSAGE-TABLE REDEFINES DL100-MESSAGE-TABLE-DATA.
001410     05  DL100-MESSAGE-ENTRY         PIC X(60) OCCURS 67 TIMES.
