000100*****************************************************************
000200*  PLAFREC.CPY                                                  *
000300*  RECORD LAYOUT FOR THE REGULATED-ACCOUNT RULES FILE            *
000400*  (PLAFONDS.TXT). ONE LINE PER ACCOUNT TYPE SUBJECT TO RULES    *
000500*  (SAVINGS "SV", MONEY-MARKET "MM"), SAME CODE/VALUE STYLE AS   *
000600*  SEUILS.TXT :                                                  *
000700*    - MAXIMUM BALANCE (ZERO = NO CEILING) ; A CREDIT THAT       *
000800*      WOULD TAKE THE BALANCE ABOVE IT IS REJECTED BY            *
000900*      TRAITEMENT-BANQUE. INTEREST "IN" IS EXEMPT ;              *
001000*    - MAXIMUM NUMBER OF DEBITS AND OUTGOING TRANSFERS ("DB",    *
001100*      "CQ", SOURCE OF A "VI", "VE") PER CALENDAR MONTH (ZERO =  *
001200*      NO LIMIT), CARRIED IN THE INTEGER PART OF THE AMOUNT      *
001300*      PICTURE LIKE THE OTHER PARAMETER FILES ;                  *
001400*    - WHAT HAPPENS BEYOND THAT COUNT : "R" THE DEBIT IS         *
001500*      REJECTED, "F" IT IS POSTED AND FRAIS-BANQUE CHARGES THE   *
001600*      EXCESS-WITHDRAWAL FEE ("RE" LINE OF FRAIS.TXT) PER DEBIT  *
001700*      OVER THE LIMIT AT MONTH END.                              *
001800*  A TYPE WITH NO LINE IS NOT SUBJECT TO EITHER RULE. THE        *
001900*  MONTH-END EXCEPTIONS REPORT (PLAFONDS-BANQUE) LISTS THE       *
002000*  ACCOUNTS AT OR OVER EITHER LIMIT.                             *
002100*****************************************************************
002200 01  WS-PLAFOND-PARAM-RECORD.
002300     05  PL-ACCOUNT-TYPE           PIC X(02).
002400     05  PL-SOLDE-MAX-X            PIC X(11).
002500     05  PL-SOLDE-MAX REDEFINES PL-SOLDE-MAX-X
002600                                   PIC 9(9)V99.
002700     05  PL-DEBITS-MAX-X           PIC X(11).
002800     05  PL-DEBITS-MAX REDEFINES PL-DEBITS-MAX-X
002900                                   PIC 9(9)V99.
003000     05  PL-DEPASSEMENT            PIC X(01).
003100         88  PL-DEPASSEMENT-REJET      VALUE "R".
003200         88  PL-DEPASSEMENT-FRAIS      VALUE "F".
