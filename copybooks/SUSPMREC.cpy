000240*   2026-09-02  RJH  ORIGINAL COPYBOOK - LIFTED FROM SIV0001     *
000250*                    WHEN THE ACCOUNT-INQUIRY JOB BECAME THE     *
000260*                    SECOND READER.                              *
000262*   2026-10-15  RJH  BROKE OUT THE XF TRANSFER CONTRA ACCOUNT    *
000264*                    IN THE IMAGE REDEFINITION.                  *
000270*                                                                *
000280*****************************************************************
000290   01  SUSP-MASTER-REC.
000370           10  SM-IMAGE-TRANS-CODE     PIC X(02).
000380           10  SM-IMAGE-AMOUNT         PIC 9(07)V99.
000390           10  SM-IMAGE-ACCOUNT        PIC X(08).
000400           10  FILLER                  PIC X(06).
000402           10  SM-IMAGE-CONTRA-ACCOUNT PIC X(08).
000404           10  FILLER                  PIC X(13).
