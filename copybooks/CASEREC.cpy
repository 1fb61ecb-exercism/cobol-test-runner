000100*****************************************************************
000110*                                                               *
000120*   CASEREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR THE COMPLIANCE CASE VSAM KSDS (LOGICAL    *
000150*   FILE CASE-FILE, DATASET CMPCASE).  ONE ROW PER MONITORING   *
000160*   HIT RAISED BY THE COMPLIANCE MONITORING JOB (CMP0001),      *
000170*   KEYED BY ACCOUNT, CASE TYPE, ACTIVITY DATE AND DIRECTION SO *
000180*   A HIT STILL INSIDE THE ROLLING WINDOW ON A LATER NIGHT      *
000185*   FINDS ITS CASE ALREADY OPEN RATHER THAN RAISING A SECOND    *
000188*   ONE, WHILE CASH IN AND CASH OUT ON THE SAME DAY EACH GET    *
000190*   THEIR OWN CASE.  LCSH IS A SINGLE-DAY CASH AGGREGATE OVER   *
000200*   THE REPORTING THRESHOLD - THE ACTIVITY DATE IS THAT DAY.    *
000210*   STRC IS A RUN OF DAYS JUST UNDER THE THRESHOLD - THE        *
000220*   ACTIVITY DATE IS THE LATEST SUCH DAY, THE TOTAL AND COUNT   *
000230*   COVER ALL OF THEM.  THE STATUS IS LEFT OPEN FOR THE BSA     *
000240*   OFFICER'S REVIEW.                                           *
000250*                                                               *
000260*   MODIFICATION HISTORY                                        *
000270*   --------------------                                        *
000280*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000290*                                                               *
000300*****************************************************************
000310   01  CS-CASE-REC.
000320       05  CS-CASE-KEY.
000330           10  CS-ACCOUNT-NO           PIC X(08).
000340           10  CS-CASE-TYPE            PIC X(04).
000350               88  CS-LARGE-CASH       VALUE 'LCSH'.
000360               88  CS-STRUCTURING      VALUE 'STRC'.
000370           10  CS-ACTIVITY-DATE        PIC 9(08).
000380           10  CS-DIRECTION            PIC X(03).
000390       05  CS-SEVERITY                 PIC X(01).
000400           88  CS-IS-SEVERE            VALUE 'S'.
000410       05  CS-TOTAL-AMOUNT             PIC 9(09)V99.
000420       05  CS-ITEM-COUNT               PIC 9(05).
000430       05  CS-DAY-COUNT                PIC 9(03).
000440       05  CS-WINDOW-START             PIC 9(08).
000450       05  CS-OPENED-DATE              PIC 9(08).
000460       05  CS-CASE-STATUS              PIC X(01).
000470           88  CS-IS-OPEN              VALUE 'O'.
000480       05  FILLER                      PIC X(20).
