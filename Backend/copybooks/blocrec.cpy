000100*****************************************************************
000200*  BLOCREC.CPY                                                  *
000300*  RECORD LAYOUT FOR A FUND HOLD (BLOCAGES.TXT). ONE LINE PER    *
000400*  HOLD, KEYED ON THE ACCOUNT NUMBER AND THE HOLD REFERENCE      *
000500*  GIVEN BY THE BRANCH (SEIZURE ORDER, CARD AUTHORISATION,       *
000600*  GUARANTEE...) :                                               *
000700*    - AMOUNT HELD AND FREE-TEXT REASON ;                        *
000800*    - DATE PLACED (PROCESSING DATE OF THE MAINT-MASTER RUN      *
000900*      THAT PLACED IT), START DATE AND EXPIRY DATE (ZERO = NO    *
001000*      EXPIRY, THE HOLD STAYS UNTIL RELEASED) ;                  *
001100*    - STATUS "A" (ACTIVE), "L" (RELEASED BY A MAINT-MASTER      *
001200*      "LB" ACTION) OR "E" (EXPIRED), AND THE DATE IT WAS        *
001300*      RELEASED OR EXPIRED.                                      *
001400*  A HOLD REDUCES THE AVAILABLE BALANCE WHILE IT IS ACTIVE AND   *
001500*  THE PROCESSING DATE LIES BETWEEN ITS START AND EXPIRY DATES.  *
001600*  PLACED BY MAINT-MASTER ("BL"), RELEASED BY MAINT-MASTER       *
001700*  ("LB"), EXPIRED AND PURGED BY BLOCAGES-BANQUE, WHICH PRINTS   *
001800*  THE DAILY HOLDS REPORT.                                       *
001900*****************************************************************
002000 01  WS-BLOCAGE-RECORD.
002100     05  BL-ACCOUNT-NUMBER         PIC X(08).
002200     05  BL-ACCOUNT-NUMBER-N REDEFINES BL-ACCOUNT-NUMBER
002300                                   PIC 9(08).
002400     05  BL-REFERENCE              PIC X(10).
002500     05  BL-MONTANT-X              PIC X(11).
002600     05  BL-MONTANT REDEFINES BL-MONTANT-X
002700                                   PIC 9(9)V99.
002800     05  BL-MOTIF                  PIC X(20).
002900     05  BL-DATE-POSE              PIC 9(08).
003000     05  BL-DATE-DEBUT             PIC 9(08).
003100     05  BL-DATE-FIN               PIC 9(08).
003200     05  BL-STATUT                 PIC X(01).
003300         88  BL-STATUT-ACTIF           VALUE "A".
003400         88  BL-STATUT-LEVE            VALUE "L".
003500         88  BL-STATUT-ECHU            VALUE "E".
003600     05  BL-DATE-LEVEE             PIC 9(08).
