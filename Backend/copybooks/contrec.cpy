000100*****************************************************************
000200*  CONTREC.CPY                                                   *
000300*  RECORD LAYOUT FOR THE CUSTOMER NOTIFICATION CONTACT FILE      *
000400*  (CONTACTS.TXT), READ AT RUN TIME BY ALERTES-BANQUE. ONE LINE  *
000500*  PER CUSTOMER, KEYED ON THE CUSTOMER IDENTIFIER                *
000600*  (CM-CUSTOMER-ID, SEE CUSTREF.CPY) ; THE CONTACT SERVES EVERY  *
000700*  ACCOUNT OF THAT CUSTOMER :                                    *
000800*    - OPT-IN FLAG : "O" = THE CUSTOMER ASKED FOR ALERTS. ANY    *
000900*      OTHER VALUE, OR NO LINE AT ALL, AND NO ALERT IS SENT ;    *
001000*    - CHANNEL : "S" = SMS, "E" = E-MAIL, "T" = BOTH ;           *
001100*    - PHONE NUMBER (SMS) AND E-MAIL ADDRESS, LEFT-JUSTIFIED.    *
001200*****************************************************************
001300 01  WS-CONTACT-RECORD.
001400     05  CT-CUSTOMER-ID            PIC X(06).
001500     05  CT-CUSTOMER-ID-N REDEFINES CT-CUSTOMER-ID
001600                                   PIC 9(06).
001700     05  CT-ABONNEMENT             PIC X(01).
001800         88  CT-ABONNE                 VALUE "O".
001900     05  CT-CANAL                  PIC X(01).
002000         88  CT-CANAL-VALIDE           VALUE "S" "E" "T".
002100     05  CT-TELEPHONE              PIC X(15).
002200     05  CT-EMAIL                  PIC X(40).
