000100*****************************************************************
000110*                                                               *
000120*   PENDREC.CPY                                                 *
000130*                                                               *
000140*   RECORD LAYOUT FOR THE MAINTENANCE PENDING-APPROVAL VSAM     *
000150*   KSDS (LOGICAL FILE PEND-FILE, DATASET MNTPEND).  THE        *
000160*   ACCOUNT, HOLD AND REASON MAINTENANCE JOBS (AMM0001, AHM0001 *
000170*   AND RTM0001) AND THE DORMANCY SWEEP'S REACTIVATIONS         *
000175*   (ADS0001) QUEUE EVERY CARD HERE INSTEAD OF APPLYING IT -    *
000180*   THE CARD IS APPLIED ONLY WHEN A SECOND, DIFFERENT OPERATOR  *
000190*   APPROVES IT ON THE JOB'S APPROVAL FILE (APPRREC).  KEYED BY *
000200*   SOURCE JOB, SUBMISSION DATE AND A SEQUENCE WITHIN THE DAY - *
000210*   THE ITEM NUMBER PRINTED ON THE AUDIT REPORT AND QUOTED ON   *
000220*   THE APPROVAL CARD.  THE ROW STAYS ON FILE AFTER THE         *
000230*   DECISION WITH THE CHECKER AND THE BEFORE/AFTER IMAGES, FOR  *
000240*   THE DAILY PENDING-ITEMS REPORT (MPR0001) AND THE AUDITORS.  *
000250*                                                               *
000260*   MODIFICATION HISTORY                                        *
000270*   --------------------                                        *
000280*   2026-10-15  RJH  ORIGINAL COPYBOOK.                         *
000290*                                                               *
000300*****************************************************************
000310   01  PA-PEND-REC.
000320       05  PA-PEND-KEY.
000330           10  PA-SOURCE               PIC X(03).
000340               88  PA-FROM-ACCOUNT     VALUE 'ACT'.
000350               88  PA-FROM-HOLD        VALUE 'HLD'.
000360               88  PA-FROM-REASON      VALUE 'RSN'.
000365               88  PA-FROM-DORMANCY    VALUE 'DRM'.
000370           10  PA-SUBMIT-DATE          PIC 9(08).
000380           10  PA-SUBMIT-SEQ           PIC 9(05).
000390       05  PA-STATUS                   PIC X(01).
000400           88  PA-IS-PENDING           VALUE 'P'.
000410           88  PA-IS-APPLIED           VALUE 'A'.
000420           88  PA-IS-REJECTED          VALUE 'R'.
000430       05  PA-MAKER-ID                 PIC X(08).
000440       05  PA-SUBMIT-TIME              PIC 9(08).
000450       05  PA-CHECKER-ID               PIC X(08).
000460       05  PA-DECISION-DATE            PIC 9(08).
000470       05  PA-CARD-IMAGE               PIC X(80).
000480       05  PA-BEFORE-IMAGE             PIC X(95).
000490       05  PA-AFTER-IMAGE              PIC X(95).
000500       05  PA-REJECT-REASON            PIC X(30).
000510       05  FILLER                      PIC X(20).
