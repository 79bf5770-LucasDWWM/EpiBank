000100*****************************************************************
000200*  OPPOREC.CPY                                                  *
000300*  RECORD LAYOUT FOR A CHEQUE STOP-PAYMENT (OPPOSITIONS.TXT).    *
000400*  ONE LINE PER STOP-PAYMENT, KEYED ON THE ACCOUNT NUMBER AND    *
000500*  THE FIRST CHEQUE NUMBER :                                     *
000600*    - FIRST AND LAST CHEQUE NUMBER OF THE RANGE (EQUAL FOR A    *
000700*      SINGLE CHEQUE) AND FREE-TEXT REASON ;                     *
000800*    - DATE PLACED (PROCESSING DATE OF THE MAINT-MASTER RUN) ;   *
000900*    - STATUS "A" (ACTIVE) OR "L" (LIFTED BY A MAINT-MASTER      *
001000*      "LO" ACTION) AND THE DATE IT WAS LIFTED.                  *
001100*  PLACED ("OC") AND LIFTED ("LO") BY MAINT-MASTER ; AN ACTIVE   *
001200*  STOP-PAYMENT MAKES TRAITEMENT-BANQUE REFUSE ANY "CQ" LINE OF  *
001300*  THE ACCOUNT WHOSE CHEQUE NUMBER FALLS WITHIN THE RANGE.       *
001400*****************************************************************
001500 01  WS-OPPOSITION-RECORD.
001600     05  OC-ACCOUNT-NUMBER         PIC X(08).
001700     05  OC-ACCOUNT-NUMBER-N REDEFINES OC-ACCOUNT-NUMBER
001800                                   PIC 9(08).
001900     05  OC-CHEQUE-DEBUT           PIC 9(08).
002000     05  OC-CHEQUE-FIN             PIC 9(08).
002100     05  OC-MOTIF                  PIC X(20).
002200     05  OC-DATE-POSE              PIC 9(08).
002300     05  OC-STATUT                 PIC X(01).
002400         88  OC-STATUT-ACTIF           VALUE "A".
002500         88  OC-STATUT-LEVE            VALUE "L".
002600     05  OC-DATE-LEVEE             PIC 9(08).
