000100*****************************************************************
000200*  ECHREC.CPY                                                    *
000300*  RECORD LAYOUT FOR ONE LINE OF A LOAN AMORTISATION SCHEDULE    *
000400*  (ECHEANCIER.TXT). ONE LINE PER INSTALMENT, KEYED ON THE LOAN  *
000500*  ACCOUNT NUMBER AND THE INSTALMENT NUMBER, THE LINES OF ONE    *
000600*  LOAN KEPT TOGETHER IN INSTALMENT ORDER :                      *
000700*    - DUE DATE ;                                                *
000800*    - INSTALMENT AMOUNT, SPLIT INTO INTEREST (OUTSTANDING       *
000900*      PRINCIPAL TIMES THE MONTHLY RATE, ROUNDED TO THE CENT)    *
001000*      AND PRINCIPAL, AND THE OUTSTANDING PRINCIPAL ONCE THIS    *
001100*      INSTALMENT IS PAID (THE LAST INSTALMENT TAKES THE         *
001200*      ROUNDING RESIDUE AND BRINGS IT TO ZERO) ;                 *
001300*    - STATUS "A" (NOT YET DUE OR NOT YET PRESENTED), "P" (PAID) *
001400*      OR "I" (IN ARREARS : PRESENTED AND NOT COLLECTED), AND    *
001500*      THE DATE IT WAS PAID.                                     *
001600*  GENERATED IN FULL BY MAINT-MASTER WHEN THE LOAN OPENS ; THE   *
001700*  INTEREST / PRINCIPAL SPLIT OF EACH LINE IS THE ONE POSTED BY  *
001800*  PRETS-BANQUE ("PI" / "PC") WHEN THE INSTALMENT IS COLLECTED,  *
001900*  ON TIME OR LATE.                                              *
002000*****************************************************************
002100 01  WS-ECHEANCE-RECORD.
002200     05  EC-ACCOUNT-NUMBER         PIC X(08).
002300     05  EC-ACCOUNT-NUMBER-N REDEFINES EC-ACCOUNT-NUMBER
002400                                   PIC 9(08).
002500     05  EC-NUMERO                 PIC 9(03).
002600     05  EC-DATE-ECHEANCE          PIC 9(08).
002700     05  EC-MONTANT                PIC 9(9)V99.
002800     05  EC-INTERET                PIC 9(9)V99.
002900     05  EC-CAPITAL                PIC 9(9)V99.
003000     05  EC-RESTANT-APRES          PIC 9(9)V99.
003100     05  EC-STATUT                 PIC X(01).
003200         88  EC-STATUT-A-ECHOIR        VALUE "A".
003300         88  EC-STATUT-PAYEE           VALUE "P".
003400         88  EC-STATUT-IMPAYEE         VALUE "I".
003500     05  EC-DATE-PAIEMENT          PIC 9(08).
