000100*****************************************************************
000110*                                                               *
000120*   INTACREC.CPY                                                *
000130*                                                                *
000140*   RECORD LAYOUT FOR THE INTEREST-ACCRUAL VSAM KSDS (LOGICAL   *
000150*   FILE INT-ACCR, DATASET INTACCR) - THE COMPANION TO ACCTMST  *
000160*   THAT HOLDS EACH ACCOUNT'S INTEREST ACCRUED BUT NOT YET      *
000170*   POSTED.  KEYED BY ACCOUNT NUMBER.  CREDIT INTEREST OWED TO  *
000180*   THE CUSTOMER AND OVERDRAFT INTEREST OWED BY THE CUSTOMER    *
000190*   ARE KEPT APART, BOTH AS POSITIVE AMOUNTS TO FIVE DECIMALS   *
000200*   SO THE DAILY FRACTIONS OF A CENT ARE NOT LOST.  THE NIGHTLY *
000210*   ACCRUAL RUN OF THE INTEREST JOB (INT0001) ADDS TO THEM; THE *
000220*   MONTH-END CAPITALIZATION RUN TAKES THE WHOLE CENTS OFF AS   *
000230*   POSTINGS AND REMEMBERS THE DATE, TRANS-IDS AND AMOUNTS SO   *
000240*   A RERUN THE SAME DAY REBUILDS THE SAME ITEMS.               *
000250*                                                                *
000260*   MODIFICATION HISTORY                                        *
000270*   --------------------                                        *
000280*   2026-10-15  RJH  ORIGINAL COPYBOOK.                          *
000290*                                                                *
000300*****************************************************************
000310   01  INT-ACCR-REC.
000320       05  IA-ACCOUNT-NO               PIC X(08).
000330       05  IA-PRODUCT-CODE             PIC X(04).
000340       05  IA-CREDIT-ACCRUED           PIC S9(07)V9(05) COMP-3.
000350       05  IA-DEBIT-ACCRUED            PIC S9(07)V9(05) COMP-3.
000360       05  IA-PERIOD-START-DATE        PIC 9(08).
000370       05  IA-LAST-ACCRUAL-DATE        PIC 9(08).
000380       05  IA-DAYS-ACCRUED             PIC 9(03).
000390       05  IA-LAST-BALANCE             PIC S9(11)V99 COMP-3.
000400       05  IA-LAST-RATE                PIC 9(02)V9(04).
000410       05  IA-LAST-CAP-DATE            PIC 9(08).
000420       05  IA-CAP-CREDIT-ID            PIC X(06).
000430       05  IA-CAP-CREDIT-AMOUNT        PIC 9(07)V99.
000440       05  IA-CAP-DEBIT-ID             PIC X(06).
000450       05  IA-CAP-DEBIT-AMOUNT         PIC 9(07)V99.
000460       05  FILLER                      PIC X(24).
