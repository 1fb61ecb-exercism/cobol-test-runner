000100*****************************************************************
000110*                                                               *
000120*   APPRREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR A MAINTENANCE APPROVAL CARD - THE         *
000150*   CHECKER'S DECISION ON ONE ITEM QUEUED ON THE PENDING-       *
000160*   APPROVAL FILE (PENDREC).  EACH MAINTENANCE JOB READS ITS    *
000170*   OWN APPROVAL FILE (ACTAPR, HLDAPR, RSNAPR, DRMAPR).  APV    *
000180*   APPLIES THE QUEUED CARD, REJ DECLINES IT WITH THE REASON    *
000185*   GIVEN.                                                      *
000190*   THE CHECKER MUST NOT BE THE OPERATOR WHO SUBMITTED IT.      *
000200*                                                               *
000210*   MODIFICATION HISTORY                                        *
000220*   --------------------                                        *
000230*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000240*                                                               *
000250*****************************************************************
000260   01  AP-APPROVAL-REC.
000270       05  AP-ACTION                   PIC X(03).
000280           88  AP-ACTION-APPROVE       VALUE 'APV'.
000290           88  AP-ACTION-REJECT        VALUE 'REJ'.
000300       05  AP-PEND-KEY.
000310           10  AP-SOURCE               PIC X(03).
000320           10  AP-SUBMIT-DATE          PIC 9(08).
000330           10  AP-SUBMIT-SEQ           PIC 9(05).
000340       05  AP-OPERATOR-ID              PIC X(08).
000350       05  AP-REASON                   PIC X(30).
000360       05  FILLER                      PIC X(23).
