000100*****************************************************************
000110*                                                               *
000120*   JRNLREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR THE ACCOUNT-MASTER CHANGE JOURNAL         *
000150*   (LOGICAL FILE ACCT-JRNL, DATASET ACCTJRNL).  EVERY JOB THAT *
000160*   WRITES, REWRITES OR DELETES AN ACCT-MASTER-REC APPENDS ONE  *
000170*   ROW HERE FOR EACH CHANGE: WHEN, WHICH PROGRAM, WHAT KIND OF *
000180*   CHANGE, WHAT CAUSED IT (THE TRANS-ID, PENDING ITEM OR CARD  *
000190*   KEY, AND THE DETAIL OR CARD IMAGE ITSELF) AND THE RECORD    *
000200*   BEFORE AND AFTER.  AN ADD HAS NO BEFORE IMAGE AND A CLOSE   *
000210*   NO AFTER IMAGE - BOTH ARE SPACES.  THE FILE IS SEQUENTIAL   *
000220*   AND ONLY EVER EXTENDED, SO ITS ORDER IS THE ORDER THE       *
000230*   CHANGES WERE MADE - THE ROLL-FORWARD ORDER FROM A RESTORED  *
000240*   MASTER.  THE JOURNAL REPORT (AJR0001) PRINTS IT FIELD BY    *
000250*   FIELD.                                                      *
000260*                                                               *
000270*   THE TWO IMAGES ARE REDEFINED WITH THE ACCTREC LAYOUT UNDER  *
000280*   JB- (BEFORE) AND JA- (AFTER) NAMES - A SECOND COPY OF       *
000290*   ACCTREC WOULD DUPLICATE ITS DATA NAMES.  KEEP THEM IN STEP  *
000300*   WITH ACCTREC.                                               *
000310*                                                               *
000320*   MODIFICATION HISTORY                                        *
000330*   --------------------                                        *
000340*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000343*   2026-10-15  RJH  OWNING CUSTOMER NUMBER ADDED TO BOTH       *
000346*                    IMAGES, IN STEP WITH ACCTREC.              *
000350*                                                               *
000360*****************************************************************
000370   01  JOURNAL-REC.
000380       05  JR-JOURNAL-DATE             PIC 9(08).
000390       05  JR-JOURNAL-TIME             PIC 9(08).
000400       05  JR-PROGRAM-ID               PIC X(08).
000410       05  JR-ACCOUNT-NO               PIC X(08).
000420       05  JR-ACTION                   PIC X(04).
000430           88  JR-ACCOUNT-OPENED       VALUE 'ADD '.
000440           88  JR-ACCOUNT-CHANGED      VALUE 'CHG '.
000450           88  JR-ACCOUNT-CLOSED       VALUE 'DEL '.
000460           88  JR-POSTING              VALUE 'POST'.
000470           88  JR-REVERSAL             VALUE 'RVSL'.
000480           88  JR-TRANSFER             VALUE 'XFER'.
000490           88  JR-REBUILD-ZERO         VALUE 'ZERO'.
000500           88  JR-REBUILD-REPLAY       VALUE 'RPLY'.
000510           88  JR-REACTIVATION         VALUE 'REAC'.
000520       05  JR-REF-KEY                  PIC X(18).
000530       05  JR-SOURCE-IMAGE             PIC X(80).
000540       05  JR-BEFORE-IMAGE             PIC X(80).
000550       05  JR-BEFORE-FIELDS REDEFINES JR-BEFORE-IMAGE.
000560           10  JB-ACCOUNT-NO           PIC X(08).
000570           10  JB-ACCOUNT-NAME         PIC X(25).
000580           10  JB-BALANCE              PIC S9(11)V99 COMP-3.
000590           10  JB-LAST-POST-DATE       PIC 9(08).
000600           10  JB-POST-COUNT           PIC 9(07).
000610           10  JB-POSTING-LIMIT        PIC 9(09)V99 COMP-3.
000620           10  JB-OVERDRAFT-LIMIT      PIC 9(07)V99 COMP-3.
000630           10  JB-PRODUCT-CODE         PIC X(04).
000640           10  JB-LAST-CUST-DATE       PIC 9(08) COMP-3.
000650           10  JB-CUSTOMER-NO          PIC 9(09) COMP-3.
000660       05  JR-AFTER-IMAGE              PIC X(80).
000670       05  JR-AFTER-FIELDS REDEFINES JR-AFTER-IMAGE.
000680           10  JA-ACCOUNT-NO           PIC X(08).
000690           10  JA-ACCOUNT-NAME         PIC X(25).
000700           10  JA-BALANCE              PIC S9(11)V99 COMP-3.
000710           10  JA-LAST-POST-DATE       PIC 9(08).
000720           10  JA-POST-COUNT           PIC 9(07).
000730           10  JA-POSTING-LIMIT        PIC 9(09)V99 COMP-3.
000740           10  JA-OVERDRAFT-LIMIT      PIC 9(07)V99 COMP-3.
000750           10  JA-PRODUCT-CODE         PIC X(04).
000760           10  JA-LAST-CUST-DATE       PIC 9(08) COMP-3.
000770           10  JA-CUSTOMER-NO          PIC 9(09) COMP-3.
000780       05  FILLER                      PIC X(06).
