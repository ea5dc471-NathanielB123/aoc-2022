000010*----------------------------------------------------------*
000020* SIGNON - OPERATOR SIGN-ON CARD (day3signon.txt). NAMES THE *
000030* OPERATOR RUNNING THE STEP AND, WHERE A PROGRAM OFFERS MORE *
000040* THAN ONE FUNCTION, THE FUNCTION BEING EXERCISED - FOR      *
000050* ITMMAINT AND PRIMAINT, THE CHECKER FUNCTION RELEASES THE   *
000060* PENDING BATCH AND ANYTHING ELSE SUBMITS A NEW ONE.         *
000070*----------------------------------------------------------*
000080 01  SIGNON-REC.
000090     05  SGN-OPERATOR-ID              PIC X(08).
000100     05  FILLER                       PIC X(01).
000110     05  SGN-FUNCTION                 PIC X(08).
