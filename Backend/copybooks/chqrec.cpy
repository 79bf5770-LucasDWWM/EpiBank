000100*****************************************************************
000200*  CHQREC.CPY                                                   *
000300*  RECORD LAYOUT FOR THE PAID-CHEQUE REGISTER (CHQPAYES.TXT).    *
000400*  ONE LINE PER CHEQUE PAID BY TRAITEMENT-BANQUE, APPENDED AT    *
000500*  POSTING TIME : ACCOUNT, CHEQUE NUMBER, PROCESSING DATE,       *
000600*  AMOUNT AND TRANSACTION REFERENCE (THE SAME AS IN THE AUDIT    *
000700*  TRAIL, WHICH LETS RELEVE-BANQUE PRINT THE CHEQUE NUMBER ON    *
000800*  THE STATEMENT LINE). A CHEQUE NUMBER ALREADY PRESENT FOR THE  *
000900*  ACCOUNT IS REFUSED AS ALREADY PAID.                           *
001000*****************************************************************
001100 01  WS-CHEQUE-PAYE-RECORD.
001200     05  CP-ACCOUNT-NUMBER         PIC 9(08).
001300     05  CP-CHEQUE-NUMBER          PIC 9(08).
001400     05  CP-DATE-PAIEMENT          PIC 9(08).
001500     05  CP-MONTANT                PIC 9(9)V99.
001600     05  CP-REFERENCE              PIC X(10).
