000100*****************************************************************
000110*                                                               *
000120*   WHSEREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR THE FUTURE-DATED TRANSACTION WAREHOUSE    *
000150*   VSAM KSDS (LOGICAL FILE WHSE-FILE, DATASET WHSEMST).  THE   *
000160*   POSTING JOB (EPT0001) PARKS HERE EVERY TRANS-IN DETAIL      *
000170*   WHOSE EFFECTIVE DATE IS AFTER THE NIGHT IT ARRIVED, WITH    *
000180*   THE DETAIL IMAGE UNCHANGED.  KEYED BY EFFECTIVE DATE,       *
000190*   ACCOUNT AND TRANS-ID SO THE FILE READS IN THE ORDER ITEMS   *
000200*   FALL DUE AND THE PENDING REPORT NEEDS NO SORT.  THE         *
000210*   WAREHOUSE RELEASE JOB (FDW0001) ROLLS THE EFFECTIVE DATE    *
000220*   PAST NON-BUSINESS DAYS TO THE DUE DATE, RELEASES THE ITEM   *
000230*   INTO THE NIGHT'S RUN AND MARKS IT RELEASED WITH THE DATE,   *
000240*   SO A RERUN THAT NIGHT REBUILDS THE SAME SET; THE ROW IS     *
000250*   REMOVED ON A LATER NIGHT.  AN OPERATIONS CANCEL CARD        *
000260*   REMOVES A PENDING ITEM BEFORE IT IS RELEASED.               *
000270*                                                               *
000280*   MODIFICATION HISTORY                                        *
000290*   --------------------                                        *
000300*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000310*                                                               *
000320*****************************************************************
000330   01  WH-WAREHOUSE-REC.
000340       05  WH-KEY.
000350           10  WH-EFF-DATE             PIC 9(08).
000360           10  WH-ACCOUNT              PIC X(08).
000370           10  WH-TRANS-ID             PIC X(06).
000380       05  WH-SOURCE-SYSTEM            PIC X(08).
000390       05  WH-RECEIVED-DATE            PIC 9(08).
000400       05  WH-STATUS                   PIC X(01).
000410           88  WH-IS-PENDING           VALUE 'P'.
000420           88  WH-IS-RELEASED          VALUE 'R'.
000430       05  WH-DUE-DATE                 PIC 9(08).
000440       05  WH-RELEASE-DATE             PIC 9(08).
000450       05  WH-TRANS-IMAGE              PIC X(52).
000460       05  WH-IMAGE-FIELDS REDEFINES WH-TRANS-IMAGE.
000470           10  WH-IMAGE-TRANS-ID       PIC X(06).
000480           10  WH-IMAGE-TRANS-CODE     PIC X(02).
000490           10  WH-IMAGE-AMOUNT         PIC 9(07)V99.
000500           10  WH-IMAGE-ACCOUNT        PIC X(08).
000510           10  WH-IMAGE-ORIG-ID        PIC X(06).
000520           10  WH-IMAGE-CONTRA-ACCOUNT PIC X(08).
000530           10  WH-IMAGE-ORIGIN         PIC X(01).
000540           10  WH-IMAGE-EFF-DATE       PIC 9(08).
000550           10  FILLER                  PIC X(04).
000560       05  FILLER                      PIC X(21).
