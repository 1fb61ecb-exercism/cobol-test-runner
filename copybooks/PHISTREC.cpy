000246*                    REVERSAL TRANSACTION - A ROW FLAGGED        *
000248*                    REVERSED CANNOT BE REVERSED AGAIN, AND AN   *
000250*                    RV ROW POINTS BACK AT ITS ORIGINAL.         *
000251*   2026-10-15  RJH  ADDED THE CONTRA ACCOUNT (FROM FILLER) FOR  *
000252*                    THE XF TRANSFER - ONE ROW CARRIES BOTH      *
000253*                    LEGS: PH-ACCOUNT IS DECREASED, THE CONTRA   *
000254*                    ACCOUNT INCREASED.  AN RV OF AN XF CARRIES  *
000255*                    THE SAME TWO ACCOUNTS.                      *
000256*   2026-10-15  RJH  ADDED THE BF BROUGHT-FORWARD ROW WRITTEN BY *
000257*                    THE HISTORY ARCHIVE (THA0001) - ONE PER     *
000258*                    ACCOUNT, TRANS-ID 'B' AND A FIVE-DIGIT      *
000259*                    NUMBER, DATED THE RETENTION CUTOFF.  IT     *
000260*                    CARRIES THE BALANCE, POSTING COUNT AND LAST *
000261*                    POST DATE OF EVERYTHING ARCHIVED IN THE     *
000262*                    LINK FIELDS, WHICH A BF ROW DOES NOT USE;   *
000263*                    ITS PH-AMOUNT IS ZERO.                      *
000264*                                                                *
000265*****************************************************************
000270   01  TRANS-HIST-REC.
000280       05  PH-TRANS-ID                 PIC X(06).
000290       05  PH-POST-DATE                PIC 9(08).
000300       05  PH-TRANS-CODE               PIC X(02).
000305           88  PH-BROUGHT-FORWARD      VALUE 'BF'.
000310       05  PH-AMOUNT                   PIC 9(07)V99.
000320       05  PH-ACCOUNT                  PIC X(08).
000321       05  PH-LINK-FIELDS.
000322           10  PH-REVERSED-FLAG        PIC X(01).
000324               88  PH-IS-REVERSED      VALUE 'Y'.
000326           10  PH-ORIG-TRANS-ID        PIC X(06).
000328           10  PH-ORIG-TRANS-CODE      PIC X(02).
000330           10  PH-CONTRA-ACCOUNT       PIC X(08).
000340       05  PH-BF-FIELDS REDEFINES PH-LINK-FIELDS.
000350           10  PH-BF-BALANCE           PIC S9(11)V99 COMP-3.
000360           10  PH-BF-POST-COUNT        PIC 9(07) COMP-3.
000370           10  PH-BF-LAST-POST-DATE    PIC 9(08) COMP-3.
000380           10  FILLER                  PIC X(01).
