000244*                    OVERDRAFT ALLOWANCE (FROM FILLER) FOR THE   *
000246*                    BALANCE-IMPACT CHECK IN THE POSTING JOB.    *
000248*                    ZERO IN EITHER FIELD MEANS NO LIMIT.        *
000249*   2026-10-15  RJH  ADDED THE INTEREST PRODUCT CODE (FROM      *
000250*                    FILLER) - THE KEY INTO THE RATE TABLE THE   *
000251*                    INTEREST JOB (INT0001) ACCRUES BY.  SPACES  *
000252*                    MEANS THE ACCOUNT EARNS AND PAYS NOTHING.   *
000253*   2026-10-15  RJH  ADDED THE LAST CUSTOMER-ACTIVITY DATE      *
000254*                    (FROM FILLER, PACKED) - STAMPED BY THE      *
000255*                    POSTING JOB ON CUSTOMER POSTINGS ONLY, NOT  *
000256*                    ON RVS OR CAPITALIZED INTEREST, AND SET TO  *
000257*                    THE OPENING DATE BY AMM0001.  THE DORMANCY  *
000258*                    SWEEP (ADS0001) AGES ACCOUNTS FROM IT.      *
000259*                    ROWS OPENED BEFORE THE FIELD EXISTED HOLD   *
000260*                    SPACES HERE - READERS FALL BACK TO THE      *
000261*                    LAST-POST DATE WHEN IT IS NOT NUMERIC.      *
000262*   2026-10-15  RJH  ADDED THE OWNING CUSTOMER NUMBER (FROM      *
000263*                    FILLER, PACKED) - THE KEY INTO THE CUSTOMER *
000264*                    MASTER (CUSTMST), SET BY AMM0001 WHEN THE   *
000265*                    ACCOUNT IS OPENED.  ROWS OPENED BEFORE THE  *
000266*                    FIELD EXISTED HOLD SPACES HERE - ZERO OR    *
000267*                    NOT NUMERIC MEANS NO CUSTOMER IS LINKED.    *
000268*                                                                *
000269*****************************************************************
000270   01  ACCT-MASTER-REC.
000280       05  AM-ACCOUNT-NO               PIC X(08).
000290       05  AM-ACCOUNT-NAME             PIC X(25).
000320       05  AM-POST-COUNT               PIC 9(07).
000322       05  AM-POSTING-LIMIT            PIC 9(09)V99 COMP-3.
000324       05  AM-OVERDRAFT-LIMIT          PIC 9(07)V99 COMP-3.
000326       05  AM-PRODUCT-CODE             PIC X(04).
000328       05  AM-LAST-CUST-DATE           PIC 9(08) COMP-3.
000330       05  AM-CUSTOMER-NO              PIC 9(09) COMP-3.
