000100*****************************************************************
000110*                                                               *
000120*   RATEREC.CPY                                                 *
000130*                                                                *
000140*   RECORD LAYOUT FOR THE INTEREST PRODUCT/RATE TABLE (LOGICAL  *
000150*   FILE RATE-TBL, DATASET RATETBL).  ONE ROW PER PRODUCT WITH  *
000160*   THE ANNUAL CREDIT RATE PAID ON A BALANCE IN CREDIT, THE     *
000170*   ANNUAL OVERDRAFT RATE CHARGED ON A BALANCE BELOW ZERO (BOTH *
000180*   AS PERCENTAGES, FOUR DECIMALS) AND THE DAY BASIS THE DAILY  *
000190*   ACCRUAL DIVIDES BY (360 OR 365 - ZERO IS TAKEN AS 365).     *
000200*   ACCOUNTS CARRY THE PRODUCT CODE IN AM-PRODUCT-CODE.  THE    *
000210*   FILE IS MAINTAINED BY FINANCE THROUGH OPERATIONS, LIKE THE  *
000220*   PROCESSING CALENDAR - PROGRAMS ONLY READ IT.                *
000230*                                                                *
000240*   MODIFICATION HISTORY                                        *
000250*   --------------------                                        *
000260*   2026-10-15  RJH  ORIGINAL COPYBOOK.                          *
000270*                                                                *
000280*****************************************************************
000290   01  RATE-TBL-REC.
000300       05  RT-PRODUCT-CODE             PIC X(04).
000310       05  RT-DESCRIPTION              PIC X(20).
000320       05  RT-CREDIT-RATE              PIC 9(02)V9(04).
000330       05  RT-DEBIT-RATE               PIC 9(02)V9(04).
000340       05  RT-DAY-BASIS                PIC 9(03).
000350       05  FILLER                      PIC X(41).
