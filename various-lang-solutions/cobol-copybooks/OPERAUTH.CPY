000010*----------------------------------------------------------*
000020* OPERAUTH - OPERATOR AUTHORITY FILE (day3operauth.txt).     *
000030* ONE RECORD PER OPERATOR: THE OPERATOR ID, NAME, ACTIVE     *
000040* FLAG, AND UP TO EIGHT FUNCTION CODES THE OPERATOR MAY      *
000050* PERFORM:                                                   *
000060*     ITEMMAKE  SUBMIT ITEM-MASTER TRANSACTIONS (ITMMAINT)   *
000070*     ITEMCHEK  APPROVE AND RELEASE THEM (ITMMAINT)          *
000080*     PRIMAKE   SUBMIT PRIORITY-TABLE CHANGES (PRIMAINT)     *
000090*     PRICHEK   APPROVE AND RELEASE THEM (PRIMAINT)          *
000100*     REPAIR    RUN THE REJECT REPAIR (RUCKRPR)              *
000110*     CONSOL    POST REPAIR CONSOLIDATION (RUCKCONS)         *
000120*     RESTART   RESTART AN INTERRUPTED MAIN RUN (HELLO)      *
000130* AN INACTIVE OPERATOR HOLDS NO AUTHORITY AT ALL.            *
000140*----------------------------------------------------------*
000150 01  OPERAUTH-REC.
000160     05  OPA-OPERATOR-ID              PIC X(08).
000170     05  FILLER                       PIC X(01).
000180     05  OPA-OPERATOR-NAME            PIC X(20).
000190     05  FILLER                       PIC X(01).
000200     05  OPA-ACTIVE-FLAG              PIC X(01).
000210         88  OPA-ACTIVE                         VALUE 'A'.
000220     05  FILLER                       PIC X(01).
000230     05  OPA-FUNCTION-ENTRY OCCURS 8 TIMES.
000240         10  OPA-FUNCTION             PIC X(08).
000250         10  FILLER                   PIC X(01).
