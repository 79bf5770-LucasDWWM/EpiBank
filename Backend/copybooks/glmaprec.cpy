000200*  GLMAPREC.CPY                                                 *
000300*  RECORD LAYOUT FOR THE GENERAL-LEDGER ACCOUNT MAPPING          *
000400*  PARAMETER FILE (GLMAP.TXT), READ AT RUN TIME BY GL-BANQUE.    *
000500*  ONE LINE PER TRANSACTION CODE (DB, CQ, CR, VI, VE, VR, IN,    *
000600*  ID, RF, FT, FP, PI, PC) :                                     *
000700*    - THE GL ACCOUNT CARRYING THE CUSTOMER LIABILITY SIDE OF    *
000800*      THE MOVEMENT ;                                            *
000900*    - THE CONTRA GL ACCOUNT (CASH, INTEREST EXPENSE, FEE        *
001000*      INCOME, WITHHOLDING TAX PAYABLE, INTERNAL TRANSFER        *
001010*      CLEARING, LOAN INTEREST INCOME, CUSTOMER LOANS...).       *
001100*  THE DIRECTION OF EACH JOURNAL PAIR IS TAKEN FROM THE BALANCE  *
001200*  MOVEMENT OF THE AUDIT ENTRY, NOT FROM THE CODE : A BALANCE    *
001300*  DECREASE DEBITS THE LIABILITY ACCOUNT AND CREDITS THE         *
