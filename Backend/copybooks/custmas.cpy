001000         88  CM-TYPE-CHECKING          VALUE "CK".
001100         88  CM-TYPE-SAVINGS           VALUE "SV".
001200         88  CM-TYPE-MONEY-MARKET      VALUE "MM".
001210*        LOAN : OPENED BY MAINT-MASTER WITH ITS LOAN TERMS       *
001220*        (PRETS.TXT, SEE PRETREC.CPY). THE BALANCE STAYS ZERO ;  *
001230*        THE INSTALMENTS ARE DEBITED FROM THE LINKED REPAYMENT   *
001240*        ACCOUNT BY PRETS-BANQUE, WHICH CLOSES THE ACCOUNT ONCE  *
001250*        THE LOAN IS PAID OFF. NO CUSTOMER TRANSACTION POSTS TO  *
001260*        IT.                                                     *
001270         88  CM-TYPE-LOAN              VALUE "PR".
001300     05  CM-BALANCE                PIC S9(9)V99.
001400     05  CM-OVERDRAFT-LIMIT        PIC 9(9)V99.
001500     05  CM-STATUS                 PIC X(01).
