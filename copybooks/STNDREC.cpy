000100*****************************************************************
000110*                                                               *
000120*   STNDREC.CPY                                                 *
000130*                                                                *
000140*   RECORD LAYOUT FOR THE STANDING-INSTRUCTION VSAM KSDS        *
000150*   (LOGICAL FILE STND-FILE, DATASET STNDMST).  ONE ROW PER     *
000160*   RECURRING PAYMENT OR SWEEP, KEYED BY INSTRUCTION ID, WITH   *
000170*   THE FROM-ACCOUNT, TRANS CODE, AMOUNT, FREQUENCY AND THE     *
000180*   NEXT SCHEDULED DUE DATE.  THE ANCHOR DAY IS THE DAY OF      *
000190*   MONTH THE INSTRUCTION WAS SET UP ON, SO A MONTHLY ORDER     *
000200*   CLAMPED TO A SHORT MONTH RETURNS TO ITS OWN DAY AFTERWARDS. *
000210*   THE LAST-GENERATED DATE AND TRANS-ID LET A RERUN OF THE     *
000220*   GENERATOR ON THE SAME DAY REBUILD THE SAME ITEM UNDER THE   *
000230*   SAME TRANS-ID.  MAINTAINED BY THE STANDING-ORDER            *
000240*   MAINTENANCE JOB (SOM0001); THE STANDING-ORDER GENERATOR     *
000250*   (SOG0001) ADVANCES THE DUE DATE.                            *
000260*                                                                *
000270*   MODIFICATION HISTORY                                        *
000280*   --------------------                                        *
000290*   2026-10-15  RJH  ORIGINAL COPYBOOK.                          *
000300*                                                                *
000310*****************************************************************
000320   01  SI-STANDING-REC.
000330       05  SI-INSTR-ID                 PIC X(06).
000340       05  SI-FROM-ACCOUNT             PIC X(08).
000350       05  SI-TRANS-CODE               PIC X(02).
000360           88  SI-CODE-VALID           VALUES 'DR' 'CR'.
000370       05  SI-AMOUNT                   PIC 9(07)V99.
000380       05  SI-FREQUENCY                PIC X(01).
000390           88  SI-FREQ-WEEKLY          VALUE 'W'.
000400           88  SI-FREQ-MONTHLY         VALUE 'M'.
000410           88  SI-FREQ-QUARTERLY       VALUE 'Q'.
000420           88  SI-FREQ-ANNUAL          VALUE 'A'.
000430           88  SI-FREQ-VALID           VALUES 'W' 'M' 'Q' 'A'.
000440       05  SI-ANCHOR-DAY               PIC 9(02).
000450       05  SI-NEXT-DUE-DATE            PIC 9(08).
000460       05  SI-END-DATE                 PIC 9(08).
000470       05  SI-STATUS                   PIC X(01).
000480           88  SI-IS-ACTIVE            VALUE 'A'.
000490           88  SI-IS-ENDED             VALUE 'E'.
000500       05  SI-LAST-GEN-DATE            PIC 9(08).
000510       05  SI-LAST-TRANS-ID            PIC X(06).
000520       05  SI-DESCRIPTION              PIC X(20).
000530       05  FILLER                      PIC X(21).
