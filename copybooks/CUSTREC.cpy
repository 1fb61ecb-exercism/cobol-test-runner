000100*****************************************************************
000110*                                                               *
000120*   CUSTREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR THE CUSTOMER-MASTER VSAM KSDS (LOGICAL    *
000150*   FILE CUST-MASTER, DATASET CUSTMST).  ONE ROW PER CUSTOMER,  *
000160*   KEYED BY CUSTOMER NUMBER - THE NUMBER AM-CUSTOMER-NO ON     *
000170*   THE ACCOUNT MASTER POINTS AT.  MAINTAINED BY THE CUSTOMER   *
000180*   MAINTENANCE JOB (CMM0001); AMM0001 WILL NOT OPEN AN         *
000190*   ACCOUNT FOR A CUSTOMER NOT ON THIS FILE.  THE RELATIONSHIP  *
000200*   LIMIT IS THE MOST THE CUSTOMER'S ACCOUNTS MAY BE OVERDRAWN  *
000210*   BY IN TOTAL BEFORE THE RELATIONSHIP REPORT (RER0001) FLAGS  *
000220*   IT - ZERO MEANS THE DEFAULT ON THAT JOB'S CONTROL CARD.     *
000230*                                                               *
000240*   MODIFICATION HISTORY                                        *
000250*   --------------------                                        *
000260*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000270*                                                               *
000280*****************************************************************
000290   01  CU-CUSTOMER-REC.
000300       05  CU-CUSTOMER-NO              PIC 9(09).
000310       05  CU-CUSTOMER-NAME            PIC X(30).
000320       05  CU-ADDRESS.
000330           10  CU-ADDRESS-LINE-1       PIC X(30).
000340           10  CU-ADDRESS-LINE-2       PIC X(30).
000350           10  CU-CITY                 PIC X(20).
000360           10  CU-STATE                PIC X(02).
000370           10  CU-POSTAL-CODE          PIC X(10).
000380       05  CU-TAX-ID                   PIC X(11).
000390       05  CU-RELATION-LIMIT           PIC 9(09)V99 COMP-3.
000400       05  CU-OPENED-DATE              PIC 9(08).
000410       05  CU-LAST-MAINT-DATE          PIC 9(08).
000420       05  CU-LAST-MAINT-OPER          PIC X(08).
000430       05  FILLER                      PIC X(28).
